       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXMCK.
      *
      * Pre-flight transmission check at the front of the nightly
      * chain.  The source system's unload arrives on CUSTXMIT framed
      * by a header and a trailer record:
      *
      *   header   XH-RECORD-ID all LOW-VALUES, the business date the
      *            unload was cut for and the file sequence number
      *            (one higher for every file sent);
      *   trailer  XT-RECORD-ID all HIGH-VALUES, the count of
      *            customer records between the two, and two hash
      *            totals over them -- CUSTOMER-ID (every character's
      *            ordinal times its position 1-10, summed over all
      *            records) and the plain sum of every
      *            CUSTOMER-ACCT-BALANCE occurrence.
      *
      * The all-LOW/all-HIGH ids sort ahead of and behind every real
      * customer id, so the framing never disturbs the ascending id
      * order CUSTDELT matches on.
      *
      * The file is read twice.  The first pass proves it: header
      * first, trailer last, nothing after the trailer, and counted
      * records and recomputed hash totals equal to the trailer's.
      * The header is then checked against the TRANSMISSION-REGISTER
      * of files already accepted:
      *
      *   - duplicate    the sequence number or the business date is
      *                  already on the register;
      *   - gap          the sequence number is not one past the last
      *                  accepted (a lower one is reported as behind
      *                  the register);
      *   - stale date   the business date is not after the last
      *                  accepted one, is in the future, or is older
      *                  than XMIT-MAX-AGE days (parameter file,
      *                  default 3 to carry a long weekend).
      *
      * Every failed check is named on the job log and the step ends
      * RC 16, which stops the CUSTDRVR chain before CUSTDELT can cut
      * a delta from a bad file; CUSTSRC is left untouched.  Only a
      * file that passes every check gets the second pass, which
      * copies the customer records (without the framing) to CUSTSRC
      * for the rest of the chain, and only then is the file appended
      * to the register.
      *
      * A missing register is the first transmission ever accepted --
      * the sequence and date-order checks have nothing to compare
      * against and are skipped with a job-log message.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISSION-FILE ASSIGN TO "CUSTXMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSMISSION-STATUS.
           SELECT CUSTOMER-SOURCE-FILE ASSIGN TO "CUSTSRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-SOURCE-STATUS.
           SELECT TRANSMISSION-REGISTER-FILE ASSIGN TO "XMITREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSMISSION-FILE.
       01  WS-CONTAINER.
           COPY "test3.cpy".
           COPY "xmithdr.cpy".
           COPY "xmittrl.cpy".

       FD  CUSTOMER-SOURCE-FILE
           RECORD CONTAINS 254 CHARACTERS.
       01  CUSTOMER-SOURCE-RCD         PIC X(254).

       FD  TRANSMISSION-REGISTER-FILE.
           COPY "xmitreg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRANSMISSION-STATUS      PIC X(2).
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-END-OF-TRANSMISSION      PIC X(1).
           88  END-OF-TRANSMISSION     VALUE "Y".
       01  WS-END-OF-REGISTER          PIC X(1) VALUE "N".
           88  END-OF-REGISTER         VALUE "Y".
       01  WS-REGISTER-PRESENT         PIC X(1) VALUE "N".
           88  REGISTER-PRESENT        VALUE "Y".
       01  WS-HEADER-SEEN              PIC X(1) VALUE "N".
           88  HEADER-SEEN             VALUE "Y".
       01  WS-TRAILER-SEEN             PIC X(1) VALUE "N".
           88  TRAILER-SEEN            VALUE "Y".
       01  WS-FILE-REJECTED            PIC X(1) VALUE "N".
           88  FILE-REJECTED           VALUE "Y".
       01  WS-DUPLICATE-FOUND          PIC X(1) VALUE "N".
           88  DUPLICATE-FOUND         VALUE "Y".

       01  WS-HDR-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HDR-BUSINESS-DATE-X REDEFINES WS-HDR-BUSINESS-DATE.
           05  WS-HDR-YEAR             PIC 9(4).
           05  WS-HDR-MONTH            PIC 9(2).
           05  WS-HDR-DAY              PIC 9(2).
       01  WS-HDR-FILE-SEQUENCE        PIC 9(6) VALUE ZERO.
       01  WS-TRL-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-TRL-HASH-CUSTOMER-ID     PIC 9(15) VALUE ZERO.
       01  WS-TRL-HASH-ACCT-BALANCE    PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-BODY-RECORD-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-HASH-CUSTOMER-ID         PIC 9(15) VALUE ZERO.
       01  WS-HASH-ACCT-BALANCE        PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-HASH-POS                 PIC 9(2).
       01  WS-IDX                      PIC 9(2).
       01  WS-COPIED-COUNT             PIC 9(9) VALUE ZERO.

       01  WS-REGISTER-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-LAST-FILE-SEQUENCE       PIC 9(6) VALUE ZERO.
       01  WS-LAST-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01  WS-DUPLICATE-ACCEPTED-TS    PIC X(26).
       01  WS-EXPECTED-SEQUENCE        PIC 9(7).

       01  WS-MAX-AGE-DAYS             PIC 9(3) VALUE 3.
       01  WS-AGE-DAYS                 PIC S9(7).
       01  WS-CURRENT-TS               PIC X(26).
       01  WS-CURRENT-DATE-NUM         PIC 9(8).
       01  WS-PARM-NAME                PIC X(16).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-PARM-VALUE               PIC S9(9)V9(4).
       01  WS-PARM-RETURN-CODE         PIC 9(2).

       01  WS-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-HASH-EDIT                PIC Z(14)9.
       01  WS-AMOUNT-EDIT              PIC -(15)9.99.

       LINKAGE SECTION.
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).

       PROCEDURE DIVISION USING LS-JOB-ID
                                 LS-RUN-ID.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 0500-FETCH-MAX-AGE

           OPEN INPUT TRANSMISSION-FILE
           IF WS-TRANSMISSION-STATUS NOT = "00"
               DISPLAY "CUSTXMCK: OPEN CUSTXMIT FAILED, STATUS="
                       WS-TRANSMISSION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-END-OF-TRANSMISSION
           PERFORM UNTIL END-OF-TRANSMISSION
               READ TRANSMISSION-FILE
                   AT END
                       SET END-OF-TRANSMISSION TO TRUE
                   NOT AT END
                       PERFORM 1000-PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSMISSION-FILE

           PERFORM 2000-CHECK-FRAMING
           IF HEADER-SEEN
               PERFORM 3000-LOAD-REGISTER
               PERFORM 3500-CHECK-AGAINST-REGISTER
               PERFORM 3700-CHECK-BUSINESS-DATE
           END-IF

           IF FILE-REJECTED
               DISPLAY "CUSTXMCK: TRANSMISSION REJECTED, CUSTSRC NOT "
                       "REPLACED -- CHAIN MUST NOT CONTINUE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 4000-COPY-BODY-TO-SOURCE
           IF RETURN-CODE = ZERO
               PERFORM 5000-REGISTER-ACCEPTANCE
           END-IF

           DISPLAY "CUSTXMCK: ACCEPTED SEQUENCE " WS-HDR-FILE-SEQUENCE
                   " BUSINESS DATE " WS-HDR-BUSINESS-DATE
                   " RECORDS=" WS-COPIED-COUNT
           GOBACK.

       0500-FETCH-MAX-AGE.
           MOVE WS-CURRENT-DATE-NUM TO WS-AS-OF-DATE
           MOVE "XMIT-MAX-AGE" TO WS-PARM-NAME
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
               DISPLAY "CUSTXMCK: PARMFILE UNREADABLE, "
                       "CANNOT TRUST MAXIMUM FILE AGE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-MAX-AGE-DAYS
           ELSE
               DISPLAY "CUSTXMCK: NO XMIT-MAX-AGE PARAMETER, USING "
                       WS-MAX-AGE-DAYS " DAYS"
           END-IF.

       1000-PROVE-ONE-RECORD.
           IF NOT HEADER-SEEN
               IF XH-RECORD-ID = LOW-VALUES
                   SET HEADER-SEEN TO TRUE
                   MOVE XH-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE-X
                   MOVE XH-FILE-SEQUENCE TO WS-HDR-FILE-SEQUENCE
               ELSE
      *            Without a header there is nothing to check the file
      *            against -- stop reading, the framing check reports
      *            it.
                   SET END-OF-TRANSMISSION TO TRUE
               END-IF
           ELSE
           IF TRAILER-SEEN
               DISPLAY "CUSTXMCK: REJECTED - RECORDS FOLLOW THE "
                       "TRAILER"
               SET FILE-REJECTED TO TRUE
               SET END-OF-TRANSMISSION TO TRUE
           ELSE
           IF XT-RECORD-ID = HIGH-VALUES
               SET TRAILER-SEEN TO TRUE
               MOVE XT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
               MOVE XT-HASH-CUSTOMER-ID TO WS-TRL-HASH-CUSTOMER-ID
               MOVE XT-HASH-ACCT-BALANCE TO WS-TRL-HASH-ACCT-BALANCE
           ELSE
           IF XH-RECORD-ID = LOW-VALUES
               DISPLAY "CUSTXMCK: REJECTED - SECOND HEADER RECORD, "
                       "FILES CONCATENATED"
               SET FILE-REJECTED TO TRUE
           ELSE
               ADD 1 TO WS-BODY-RECORD-COUNT
               PERFORM 1100-ACCUMULATE-HASH
           END-IF
           END-IF
           END-IF
           END-IF.

       1100-ACCUMULATE-HASH.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 10
               COMPUTE WS-HASH-CUSTOMER-ID = WS-HASH-CUSTOMER-ID
                   + FUNCTION ORD(CUSTOMER-ID (WS-HASH-POS:1))
                     * WS-HASH-POS
           END-PERFORM
      *    A count outside the layout's bounds is CUSTVLDT's reject to
      *    make; here it only means there are no occurrences to add.
           IF CUSTOMER-ACCT-COUNT IS NUMERIC
               AND CUSTOMER-ACCT-COUNT >= 1
               AND CUSTOMER-ACCT-COUNT <= 8
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
                   ADD CUSTOMER-ACCT-BALANCE (WS-IDX)
                     TO WS-HASH-ACCT-BALANCE
               END-PERFORM
           END-IF.

       2000-CHECK-FRAMING.
           IF NOT HEADER-SEEN
               DISPLAY "CUSTXMCK: REJECTED - NO HEADER RECORD, FILE "
                       "IS NOT A FRAMED UNLOAD"
               SET FILE-REJECTED TO TRUE
           ELSE
           IF NOT TRAILER-SEEN
      *        The trailer is written last -- its absence is the mark
      *        of a transmission that was cut off part way.
               MOVE WS-BODY-RECORD-COUNT TO WS-COUNT-EDIT
               DISPLAY "CUSTXMCK: REJECTED - NO TRAILER RECORD, "
                       "TRANSMISSION TRUNCATED AFTER " WS-COUNT-EDIT
                       " RECORDS"
               SET FILE-REJECTED TO TRUE
           ELSE
               PERFORM 2100-CHECK-TRAILER-TOTALS
           END-IF
           END-IF.

       2100-CHECK-TRAILER-TOTALS.
           IF WS-BODY-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
               MOVE WS-TRL-RECORD-COUNT TO WS-COUNT-EDIT
               DISPLAY "CUSTXMCK: REJECTED - RECORD COUNT MISMATCH, "
                       "TRAILER " WS-COUNT-EDIT
               MOVE WS-BODY-RECORD-COUNT TO WS-COUNT-EDIT
               DISPLAY "CUSTXMCK:            RECORDS RECEIVED "
                       WS-COUNT-EDIT
               SET FILE-REJECTED TO TRUE
           END-IF
           IF WS-HASH-CUSTOMER-ID NOT = WS-TRL-HASH-CUSTOMER-ID
               MOVE WS-TRL-HASH-CUSTOMER-ID TO WS-HASH-EDIT
               DISPLAY "CUSTXMCK: REJECTED - CUSTOMER-ID HASH "
                       "MISMATCH, TRAILER " WS-HASH-EDIT
               MOVE WS-HASH-CUSTOMER-ID TO WS-HASH-EDIT
               DISPLAY "CUSTXMCK:            COMPUTED " WS-HASH-EDIT
               SET FILE-REJECTED TO TRUE
           END-IF
           IF WS-HASH-ACCT-BALANCE NOT = WS-TRL-HASH-ACCT-BALANCE
               MOVE WS-TRL-HASH-ACCT-BALANCE TO WS-AMOUNT-EDIT
               DISPLAY "CUSTXMCK: REJECTED - BALANCE HASH MISMATCH, "
                       "TRAILER " WS-AMOUNT-EDIT
               MOVE WS-HASH-ACCT-BALANCE TO WS-AMOUNT-EDIT
               DISPLAY "CUSTXMCK:            COMPUTED " WS-AMOUNT-EDIT
               SET FILE-REJECTED TO TRUE
           END-IF.

       3000-LOAD-REGISTER.
           OPEN INPUT TRANSMISSION-REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "CUSTXMCK: NO XMITREG FILE, FIRST TRANSMISSION "
                       "ACCEPTED WITHOUT SEQUENCE CHECK"
               SET END-OF-REGISTER TO TRUE
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "CUSTXMCK: OPEN XMITREG FAILED, STATUS="
                           WS-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET REGISTER-PRESENT TO TRUE
           END-IF

           PERFORM UNTIL END-OF-REGISTER
               READ TRANSMISSION-REGISTER-FILE
                   AT END
                       SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       PERFORM 3100-EXAMINE-REGISTER-ENTRY
               END-READ
           END-PERFORM

           IF REGISTER-PRESENT
               CLOSE TRANSMISSION-REGISTER-FILE
           END-IF.

       3100-EXAMINE-REGISTER-ENTRY.
           ADD 1 TO WS-REGISTER-COUNT
           IF XR-FILE-SEQUENCE > WS-LAST-FILE-SEQUENCE
               MOVE XR-FILE-SEQUENCE TO WS-LAST-FILE-SEQUENCE
           END-IF
           IF XR-BUSINESS-DATE > WS-LAST-BUSINESS-DATE
               MOVE XR-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
           END-IF
           IF XR-FILE-SEQUENCE = WS-HDR-FILE-SEQUENCE
               OR XR-BUSINESS-DATE = WS-HDR-BUSINESS-DATE
               IF NOT DUPLICATE-FOUND
                   SET DUPLICATE-FOUND TO TRUE
                   MOVE XR-ACCEPTED-TS TO WS-DUPLICATE-ACCEPTED-TS
               END-IF
           END-IF.

       3500-CHECK-AGAINST-REGISTER.
           IF DUPLICATE-FOUND
               DISPLAY "CUSTXMCK: REJECTED - DUPLICATE TRANSMISSION, "
                       "SEQUENCE " WS-HDR-FILE-SEQUENCE
                       " / BUSINESS DATE " WS-HDR-BUSINESS-DATE
               DISPLAY "CUSTXMCK:            ALREADY ACCEPTED AT "
                       WS-DUPLICATE-ACCEPTED-TS
               SET FILE-REJECTED TO TRUE
           ELSE
           IF WS-REGISTER-COUNT NOT = ZERO
               COMPUTE WS-EXPECTED-SEQUENCE =
                   WS-LAST-FILE-SEQUENCE + 1
               IF WS-HDR-FILE-SEQUENCE > WS-EXPECTED-SEQUENCE
                   DISPLAY "CUSTXMCK: REJECTED - SEQUENCE GAP, "
                           "EXPECTED " WS-EXPECTED-SEQUENCE
                           " RECEIVED " WS-HDR-FILE-SEQUENCE
                   SET FILE-REJECTED TO TRUE
               ELSE
               IF WS-HDR-FILE-SEQUENCE < WS-EXPECTED-SEQUENCE
                   DISPLAY "CUSTXMCK: REJECTED - SEQUENCE BEHIND "
                           "REGISTER, EXPECTED " WS-EXPECTED-SEQUENCE
                           " RECEIVED " WS-HDR-FILE-SEQUENCE
                   SET FILE-REJECTED TO TRUE
               END-IF
               END-IF
           END-IF
           END-IF.

       3700-CHECK-BUSINESS-DATE.
           IF WS-HDR-BUSINESS-DATE-X IS NOT NUMERIC
               OR WS-HDR-MONTH < 1 OR WS-HDR-MONTH > 12
               OR WS-HDR-DAY < 1 OR WS-HDR-DAY > 31
               DISPLAY "CUSTXMCK: REJECTED - HEADER BUSINESS DATE "
                       "NOT A DATE"
               SET FILE-REJECTED TO TRUE
           ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-HDR-BUSINESS-DATE)
               IF WS-AGE-DAYS < ZERO
                   DISPLAY "CUSTXMCK: REJECTED - BUSINESS DATE "
                           WS-HDR-BUSINESS-DATE " IS IN THE FUTURE"
                   SET FILE-REJECTED TO TRUE
               ELSE
               IF WS-AGE-DAYS > WS-MAX-AGE-DAYS
                   DISPLAY "CUSTXMCK: REJECTED - STALE BUSINESS DATE "
                           WS-HDR-BUSINESS-DATE ", OLDER THAN "
                           WS-MAX-AGE-DAYS " DAYS"
                   SET FILE-REJECTED TO TRUE
               END-IF
               END-IF
      *        A date equal to one on the register is already reported
      *        as a duplicate; an earlier one is an old file resent.
               IF NOT DUPLICATE-FOUND
                   AND WS-REGISTER-COUNT NOT = ZERO
                   AND WS-HDR-BUSINESS-DATE < WS-LAST-BUSINESS-DATE
                   DISPLAY "CUSTXMCK: REJECTED - STALE BUSINESS DATE "
                           WS-HDR-BUSINESS-DATE ", REGISTER ALREADY AT "
                           WS-LAST-BUSINESS-DATE
                   SET FILE-REJECTED TO TRUE
               END-IF
           END-IF.

       4000-COPY-BODY-TO-SOURCE.
           OPEN INPUT TRANSMISSION-FILE
           IF WS-TRANSMISSION-STATUS NOT = "00"
               DISPLAY "CUSTXMCK: REOPEN CUSTXMIT FAILED, STATUS="
                       WS-TRANSMISSION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CUSTOMER-SOURCE-FILE
           IF WS-CUSTOMER-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTXMCK: OPEN CUSTSRC FAILED, STATUS="
                       WS-CUSTOMER-SOURCE-STATUS
               CLOSE TRANSMISSION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-END-OF-TRANSMISSION
           PERFORM UNTIL END-OF-TRANSMISSION
               READ TRANSMISSION-FILE
                   AT END
                       SET END-OF-TRANSMISSION TO TRUE
                   NOT AT END
                       IF XH-RECORD-ID NOT = LOW-VALUES
                           AND XT-RECORD-ID NOT = HIGH-VALUES
                           MOVE WS-CONTAINER TO CUSTOMER-SOURCE-RCD
                           WRITE CUSTOMER-SOURCE-RCD
                           ADD 1 TO WS-COPIED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSMISSION-FILE
           CLOSE CUSTOMER-SOURCE-FILE

           IF WS-COPIED-COUNT NOT = WS-TRL-RECORD-COUNT
               DISPLAY "CUSTXMCK: CUSTSRC COPY COUNT " WS-COPIED-COUNT
                       " DOES NOT MATCH TRAILER " WS-TRL-RECORD-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF.

       5000-REGISTER-ACCEPTANCE.
           OPEN EXTEND TRANSMISSION-REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT TRANSMISSION-REGISTER-FILE
               CLOSE TRANSMISSION-REGISTER-FILE
               OPEN EXTEND TRANSMISSION-REGISTER-FILE
           END-IF

           IF WS-REGISTER-STATUS NOT = "00"
      *        The file is good but could not be recorded -- tomorrow
      *        would see a gap.  Fail the step so ops register it.
               DISPLAY "CUSTXMCK: OPEN XMITREG FAILED, STATUS="
                       WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-HDR-BUSINESS-DATE TO XR-BUSINESS-DATE
           MOVE WS-HDR-FILE-SEQUENCE TO XR-FILE-SEQUENCE
           MOVE WS-TRL-RECORD-COUNT TO XR-RECORD-COUNT
           MOVE WS-TRL-HASH-CUSTOMER-ID TO XR-HASH-CUSTOMER-ID
           MOVE WS-TRL-HASH-ACCT-BALANCE TO XR-HASH-ACCT-BALANCE
           MOVE LS-JOB-ID TO XR-JOB-ID
           MOVE LS-RUN-ID TO XR-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO XR-ACCEPTED-TS
           WRITE TRANSMISSION-REGISTER-RCD
           CLOSE TRANSMISSION-REGISTER-FILE.
