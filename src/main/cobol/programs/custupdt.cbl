       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUPDT.
      *
      * Keyed maintenance pass against the CUSTMST master.  Until now
      * only the repair, merge, repricing and capitalization passes
      * could touch a master record, and an address move or a new
      * customer had to wait for the source system's next unload.
      * Ops key CUSTOMER-MAINT-TRANSACTION-RCDs on MNTTRAN and this
      * program applies them through CUSTMINQ:
      *
      *   A  add a customer from the full image in MT-CUSTOMER-IMAGE.
      *      The customer must not already be on the master, and every
      *      balance on the image must be zero -- balances are posted
      *      by the source system, never keyed here.
      *   C  change one field, named in MT-FIELD-NAME with the value
      *      in MT-NEW-VALUE: LNAM, FNAM, STRT, CITY, STAT, ZIP (the
      *      same codes CUSTREPR takes, plus the first name and city),
      *      PH01-PH04 (type, area code and local number; the next
      *      unused occurrence adds a phone), PHCT (lowering the phone
      *      count removes the trailing entries) and CLIM (the credit
      *      limit as eight digits with two implied decimals).
      *   X  close the customer -- deleted off the master, refused
      *      while any account occurrence still carries a balance.
      *   P  approve the pending credit-limit increase for the
      *      customer; MT-NEW-VALUE repeats the approved limit.
      *   D  decline the pending credit-limit increase.
      *
      * Every added or changed image is put through the same STATE /
      * ZIP / occurrence-count edits CUSTVLDT applies, with the count
      * ranges off the parameter file exactly as CUSTVLDT reads them,
      * so maintenance cannot put onto the master a record the
      * nightly gate would have rejected.  Every master change goes to
      * the audit trail through CUSTAUDT -- an add is audited against
      * an empty image and a close against an emptied one, so both
      * show field by field on the trail.
      *
      * A credit-limit increase (including the limit on a new
      * customer) is never applied by the transaction that keys it.
      * It is parked on the CLMPEND pending file under the entering
      * user id and only lands on the master when a P transaction
      * from a DIFFERENT user id approves the same amount.  A new
      * customer is added with a zero limit until then.  A decrease
      * applies at once.  Keying a second increase for a customer
      * replaces the one pending.
      *
      * The maintenance report lists every transaction with its
      * disposition; any rejected transaction ends the step RC 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "MNTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANSACTION-STATUS.
           SELECT LIMIT-PENDING-FILE ASSIGN TO "CLMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLP-CUSTOMER-ID
               FILE STATUS IS WS-LIMIT-PENDING-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANSACTION-FILE.
           COPY "custmtrn.cpy".

       FD  LIMIT-PENDING-FILE.
           COPY "clmpend.cpy".

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-TRANSACTION-STATUS PIC X(2).
       01  WS-LIMIT-PENDING-STATUS     PIC X(2).
       01  WS-MAINT-REPORT-STATUS      PIC X(2).
       01  WS-END-OF-TRANSACTIONS      PIC X(1) VALUE "N".
           88  END-OF-TRANSACTIONS     VALUE "Y".
       01  WS-TRANSACTION-REJECTED     PIC X(1).
           88  TRANSACTION-REJECTED    VALUE "Y".
       01  WS-RECORD-IS-VALID          PIC X(1).
           88  RECORD-IS-VALID         VALUE "Y".
       01  WS-PENDING-FOUND            PIC X(1).
           88  PENDING-FOUND           VALUE "Y".

       01  WS-MINQ-FUNCTION            PIC X(1).
       01  WS-MINQ-CUSTOMER-ID         PIC X(10).
       01  WS-MINQ-IMAGE               PIC X(254).
       01  WS-MINQ-RETURN-CODE         PIC 9(2).

       01  WS-BEFORE-IMAGE             PIC X(254).
       01  WS-AFTER-IMAGE              PIC X(254).

       01  WS-CONTAINER.
           COPY "test3.cpy".

           COPY "statetab.cpy".

       01  WS-STATE-TABLE-IDX          PIC 9(2).
       01  WS-STATE-FOUND              PIC X(1) VALUE "N".
           88  STATE-FOUND             VALUE "Y".
       01  WS-ZIP5-NUMERIC             PIC X(1) VALUE "N".
           88  ZIP5-IS-NUMERIC         VALUE "Y".
       01  WS-ZIP-PLUS4-NUMERIC        PIC X(1) VALUE "N".
           88  ZIP-PLUS4-IS-NUMERIC    VALUE "Y".
       01  WS-PHONE-CT-MIN             PIC 9(2) VALUE 1.
       01  WS-PHONE-CT-MAX             PIC 9(2) VALUE 4.
       01  WS-ACCT-CT-MIN              PIC 9(2) VALUE 1.
       01  WS-ACCT-CT-MAX              PIC 9(2) VALUE 8.
       01  WS-PARM-NAME                PIC X(16).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-PARM-VALUE               PIC S9(9)V9(4).
       01  WS-PARM-RETURN-CODE         PIC 9(2).

       01  WS-IDX                      PIC 9(2).
       01  WS-PHONE-OCC                PIC 9(2).
       01  WS-NEW-PHONE-COUNT          PIC 9(2).
       01  WS-LIMIT-TEXT               PIC X(8).
       01  WS-LIMIT-DIGITS REDEFINES WS-LIMIT-TEXT
                                       PIC 9(6)V99.
       01  WS-NEW-LIMIT                PIC S9(6)V99.
       01  WS-REQUESTED-LIMIT          PIC S9(6)V99.
       01  WS-LIMIT-EDIT               PIC -(6)9.99.

       01  WS-TRANSACTIONS-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PENDED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-APPROVED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-DECLINED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-CURRENT-TS               PIC X(26).
       01  WS-CURRENT-DATE-NUM         PIC 9(8).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(38) VALUE
               "CUSTOMER MAINTENANCE - RUN DATE       ".
           05  WS-HDR-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(86) VALUE SPACES.
       01  WS-REPORT-COLUMN-HDR.
           05  FILLER                  PIC X(12) VALUE "CUSTOMER-ID ".
           05  FILLER                  PIC X(5)  VALUE "TRAN ".
           05  FILLER                  PIC X(12) VALUE "FIELD       ".
           05  FILLER                  PIC X(10) VALUE "USER      ".
           05  FILLER                  PIC X(12) VALUE "DISPOSITION ".
           05  FILLER                  PIC X(40) VALUE "DETAIL".
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-RPT-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-TRANSACTION-CODE PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-FIELD-NAME       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-ENTERED-BY       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DISPOSITION      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DETAIL-TEXT      PIC X(40).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).

       PROCEDURE DIVISION USING LS-JOB-ID
                                 LS-RUN-ID.

       0000-MAIN-LOGIC.
           PERFORM 0500-FETCH-COUNT-RANGES

           OPEN INPUT MAINT-TRANSACTION-FILE
           IF WS-MAINT-TRANSACTION-STATUS NOT = "00"
               DISPLAY "CUSTUPDT: OPEN MNTTRAN FAILED, STATUS="
                       WS-MAINT-TRANSACTION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O LIMIT-PENDING-FILE
           IF WS-LIMIT-PENDING-STATUS = "35"
               OPEN OUTPUT LIMIT-PENDING-FILE
               CLOSE LIMIT-PENDING-FILE
               OPEN I-O LIMIT-PENDING-FILE
           END-IF

           IF WS-LIMIT-PENDING-STATUS NOT = "00"
               DISPLAY "CUSTUPDT: OPEN CLMPEND FAILED, STATUS="
                       WS-LIMIT-PENDING-STATUS
               CLOSE MAINT-TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MAINT-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTUPDT: OPEN MNTRPT FAILED, STATUS="
                       WS-MAINT-REPORT-STATUS
               CLOSE MAINT-TRANSACTION-FILE
               CLOSE LIMIT-PENDING-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-WRITE-REPORT-HEADERS

           PERFORM UNTIL END-OF-TRANSACTIONS
               READ MAINT-TRANSACTION-FILE
                   AT END
                       SET END-OF-TRANSACTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANSACTIONS-READ-COUNT
                       PERFORM 2000-PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-REPORT-TOTALS

           CLOSE MAINT-TRANSACTION-FILE
           CLOSE LIMIT-PENDING-FILE
           CLOSE MAINT-REPORT-FILE

           DISPLAY "CUSTUPDT: TRANSACTIONS=" WS-TRANSACTIONS-READ-COUNT
                   " ADDED=" WS-ADDED-COUNT
                   " CHANGED=" WS-CHANGED-COUNT
                   " CLOSED=" WS-CLOSED-COUNT
                   " PENDING=" WS-PENDED-COUNT
                   " APPROVED=" WS-APPROVED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-FETCH-COUNT-RANGES.
      *    Same parameters, defaults and clamping as CUSTVLDT -- the
      *    maintenance edits must hold a keyed record to the bar the
      *    nightly gate holds the unload to.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-AS-OF-DATE

           MOVE "PHONE-CT-MIN" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-PHONE-CT-MIN
           END-IF
           MOVE "PHONE-CT-MAX" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-PHONE-CT-MAX
           END-IF
           MOVE "ACCT-CT-MIN" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-ACCT-CT-MIN
           END-IF
           MOVE "ACCT-CT-MAX" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-ACCT-CT-MAX
           END-IF

           IF WS-PHONE-CT-MAX > 4
               MOVE 4 TO WS-PHONE-CT-MAX
           END-IF
           IF WS-ACCT-CT-MAX > 8
               MOVE 8 TO WS-ACCT-CT-MAX
           END-IF
           IF WS-PHONE-CT-MIN < 1
               MOVE 1 TO WS-PHONE-CT-MIN
           END-IF
           IF WS-ACCT-CT-MIN < 1
               MOVE 1 TO WS-ACCT-CT-MIN
           END-IF

           IF WS-PHONE-CT-MIN > WS-PHONE-CT-MAX
               DISPLAY "CUSTUPDT: BAD PHONE COUNT RANGE "
                       WS-PHONE-CT-MIN "-" WS-PHONE-CT-MAX
                       ", USING 1-4"
               MOVE 1 TO WS-PHONE-CT-MIN
               MOVE 4 TO WS-PHONE-CT-MAX
           END-IF
           IF WS-ACCT-CT-MIN > WS-ACCT-CT-MAX
               DISPLAY "CUSTUPDT: BAD ACCT COUNT RANGE "
                       WS-ACCT-CT-MIN "-" WS-ACCT-CT-MAX
                       ", USING 1-8"
               MOVE 1 TO WS-ACCT-CT-MIN
               MOVE 8 TO WS-ACCT-CT-MAX
           END-IF.

       0600-CALL-PARAMETER-FETCH.
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
               DISPLAY "CUSTUPDT: PARMFILE UNREADABLE, "
                       "CANNOT TRUST COUNT RANGES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTUPDT: NO " WS-PARM-NAME
                       " PARAMETER, USING DEFAULT"
           END-IF.

       1000-WRITE-REPORT-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-CURRENT-DATE-NUM
           MOVE WS-CURRENT-DATE-NUM TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE WS-REPORT-COLUMN-HDR TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       2000-PROCESS-TRANSACTION.
           MOVE "N" TO WS-TRANSACTION-REJECTED
           MOVE SPACES TO WS-RPT-DETAIL-TEXT

           IF MT-ENTERED-BY = SPACES
      *        Dual control rests on knowing who keyed what -- an
      *        anonymous transaction is never applied.
               MOVE "NO ENTERING USER ID" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
           IF MT-TRANSACTION-CODE = "A"
               PERFORM 3000-ADD-CUSTOMER
           ELSE
           IF MT-TRANSACTION-CODE = "C"
               PERFORM 4000-CHANGE-CUSTOMER
           ELSE
           IF MT-TRANSACTION-CODE = "X"
               PERFORM 5000-CLOSE-CUSTOMER
           ELSE
           IF MT-TRANSACTION-CODE = "P"
               PERFORM 5500-APPROVE-PENDING-LIMIT
           ELSE
           IF MT-TRANSACTION-CODE = "D"
               PERFORM 5700-DECLINE-PENDING-LIMIT
           ELSE
               MOVE "UNKNOWN TRANSACTION CODE" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       3000-ADD-CUSTOMER.
           MOVE MT-CUSTOMER-IMAGE TO WS-CONTAINER (1:254)
           IF CUSTOMER-ID NOT = MT-CUSTOMER-ID
               MOVE "IMAGE ID DOES NOT MATCH TRANSACTION"
                 TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               PERFORM 7500-READ-MASTER
               IF WS-MINQ-RETURN-CODE = ZERO
                   MOVE "CUSTOMER ALREADY ON MASTER"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               ELSE
               IF WS-MINQ-RETURN-CODE NOT = 96
                   MOVE "MASTER READ FAILED" TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               END-IF
               END-IF
           END-IF

           IF NOT TRANSACTION-REJECTED
               PERFORM 6000-EDIT-IMAGE
           END-IF
           IF NOT TRANSACTION-REJECTED
               IF CUSTOMER-CREDIT-LIMIT IS NOT NUMERIC
                   MOVE "CREDIT LIMIT NOT NUMERIC"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               ELSE
                   PERFORM 3100-CHECK-ADD-BALANCES
               END-IF
           END-IF

           IF NOT TRANSACTION-REJECTED
      *        The new customer's limit is an increase from nothing --
      *        it goes pending like any other, and the customer lands
      *        on the master with a zero limit until it is approved.
               MOVE CUSTOMER-CREDIT-LIMIT TO WS-REQUESTED-LIMIT
               MOVE ZERO TO CUSTOMER-CREDIT-LIMIT
               MOVE WS-CONTAINER (1:254) TO WS-AFTER-IMAGE
               PERFORM 7600-BUILD-EMPTY-IMAGE
               MOVE WS-CONTAINER (1:254) TO WS-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO WS-CONTAINER (1:254)
               PERFORM 7000-REWRITE-AND-AUDIT
           END-IF

           IF NOT TRANSACTION-REJECTED
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED" TO WS-RPT-DISPOSITION
               PERFORM 7800-WRITE-REPORT-LINE
               IF WS-REQUESTED-LIMIT > ZERO
                   PERFORM 6500-WRITE-PENDING-LIMIT
               END-IF
           END-IF.

       3100-CHECK-ADD-BALANCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
                   OR TRANSACTION-REJECTED
               IF CUSTOMER-ACCT-BALANCE (WS-IDX) NOT = ZERO
                   MOVE "NEW CUSTOMER MUST CARRY ZERO BALANCES"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               END-IF
           END-PERFORM.

       4000-CHANGE-CUSTOMER.
           PERFORM 7500-READ-MASTER
           IF WS-MINQ-RETURN-CODE NOT = ZERO
               MOVE "CUSTOMER NOT ON MASTER" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               MOVE WS-MINQ-IMAGE TO WS-BEFORE-IMAGE
               MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
               IF MT-FIELD-NAME = "CLIM"
                   PERFORM 4300-CHANGE-CREDIT-LIMIT
               ELSE
                   PERFORM 4100-APPLY-FIELD-CHANGE
                   IF NOT TRANSACTION-REJECTED
                       PERFORM 6000-EDIT-IMAGE
                   END-IF
                   IF NOT TRANSACTION-REJECTED
                       PERFORM 7000-REWRITE-AND-AUDIT
                   END-IF
                   IF NOT TRANSACTION-REJECTED
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO WS-RPT-DISPOSITION
                       PERFORM 7800-WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       4100-APPLY-FIELD-CHANGE.
           IF MT-FIELD-NAME = "LNAM"
               MOVE MT-NEW-VALUE (1:16) TO LAST-NAME
           ELSE
           IF MT-FIELD-NAME = "FNAM"
               MOVE MT-NEW-VALUE (1:16) TO FIRST-NAME
           ELSE
           IF MT-FIELD-NAME = "STRT"
               MOVE MT-NEW-VALUE (1:30) TO STREET
           ELSE
           IF MT-FIELD-NAME = "CITY"
               MOVE MT-NEW-VALUE (1:20) TO CITY
           ELSE
           IF MT-FIELD-NAME = "STAT"
               MOVE MT-NEW-VALUE (1:2) TO STATE
           ELSE
           IF MT-FIELD-NAME = "ZIP"
               MOVE MT-NEW-VALUE (1:10) TO ZIP
           ELSE
           IF MT-FIELD-NAME = "PHCT"
               PERFORM 4150-LOWER-PHONE-COUNT
           ELSE
           IF MT-FIELD-NAME = "PH01"
               MOVE 1 TO WS-PHONE-OCC
               PERFORM 4200-APPLY-PHONE-CHANGE
           ELSE
           IF MT-FIELD-NAME = "PH02"
               MOVE 2 TO WS-PHONE-OCC
               PERFORM 4200-APPLY-PHONE-CHANGE
           ELSE
           IF MT-FIELD-NAME = "PH03"
               MOVE 3 TO WS-PHONE-OCC
               PERFORM 4200-APPLY-PHONE-CHANGE
           ELSE
           IF MT-FIELD-NAME = "PH04"
               MOVE 4 TO WS-PHONE-OCC
               PERFORM 4200-APPLY-PHONE-CHANGE
           ELSE
               MOVE "UNKNOWN FIELD NAME" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF NOT TRANSACTION-REJECTED
               IF (MT-FIELD-NAME = "LNAM" AND LAST-NAME = SPACES)
                   OR (MT-FIELD-NAME = "STRT" AND STREET = SPACES)
                   MOVE "NAME OR STREET MAY NOT BE BLANK"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               END-IF
           END-IF.

       4150-LOWER-PHONE-COUNT.
      *    Only a removal is keyed as a count -- a phone is added by
      *    keying its entry into the next free PHnn occurrence, so the
      *    record never carries an occurrence nobody filled in.
           IF MT-NEW-VALUE (1:1) IS NOT NUMERIC
               MOVE "PHONE COUNT NOT NUMERIC" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               MOVE MT-NEW-VALUE (1:1) TO WS-NEW-PHONE-COUNT
               IF WS-NEW-PHONE-COUNT > CUSTOMER-PHONE-COUNT
                   MOVE "ADD A PHONE WITH ITS PHNN ENTRY"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               ELSE
                   MOVE WS-NEW-PHONE-COUNT TO CUSTOMER-PHONE-COUNT
               END-IF
           END-IF.

       4200-APPLY-PHONE-CHANGE.
      *    MT-NEW-VALUE carries the whole entry: type, area code and
      *    local number.  The occurrence just past the current count
      *    adds a phone; anything further out would leave a gap.
           IF WS-PHONE-OCC > CUSTOMER-PHONE-COUNT + 1
               MOVE "PHONE OCCURRENCE LEAVES A GAP"
                 TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
           IF MT-NEW-VALUE (2:3) IS NOT NUMERIC
               OR MT-NEW-VALUE (5:7) IS NOT NUMERIC
               MOVE "AREA CODE OR LOCAL NUMBER NOT NUMERIC"
                 TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               IF WS-PHONE-OCC > CUSTOMER-PHONE-COUNT
                   MOVE WS-PHONE-OCC TO CUSTOMER-PHONE-COUNT
               END-IF
               MOVE MT-NEW-VALUE (1:1)
                 TO CUSTOMER-PHONE-TYPE (WS-PHONE-OCC)
               MOVE MT-NEW-VALUE (2:3)
                 TO CUSTOMER-PHONE-AREA-CODE (WS-PHONE-OCC)
               MOVE MT-NEW-VALUE (5:7)
                 TO CUSTOMER-PHONE-LOCAL-NUMBER (WS-PHONE-OCC)
           END-IF
           END-IF.

       4300-CHANGE-CREDIT-LIMIT.
           MOVE MT-NEW-VALUE (1:8) TO WS-LIMIT-TEXT
           IF WS-LIMIT-TEXT IS NOT NUMERIC
               MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               MOVE WS-LIMIT-DIGITS TO WS-NEW-LIMIT
               IF WS-NEW-LIMIT > CUSTOMER-CREDIT-LIMIT
                   MOVE WS-NEW-LIMIT TO WS-REQUESTED-LIMIT
                   PERFORM 6500-WRITE-PENDING-LIMIT
               ELSE
      *            A decrease only narrows exposure -- no second pair
      *            of eyes needed.
                   MOVE WS-NEW-LIMIT TO CUSTOMER-CREDIT-LIMIT
                   PERFORM 7000-REWRITE-AND-AUDIT
                   IF NOT TRANSACTION-REJECTED
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO WS-RPT-DISPOSITION
                       PERFORM 7800-WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       5000-CLOSE-CUSTOMER.
           PERFORM 7500-READ-MASTER
           IF WS-MINQ-RETURN-CODE NOT = ZERO
               MOVE "CUSTOMER NOT ON MASTER" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               MOVE WS-MINQ-IMAGE TO WS-BEFORE-IMAGE
               MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
                       OR TRANSACTION-REJECTED
                   IF CUSTOMER-ACCT-BALANCE (WS-IDX) NOT = ZERO
                       MOVE "BALANCE NOT ZERO, CANNOT CLOSE"
                         TO WS-RPT-DETAIL-TEXT
                       PERFORM 7900-REJECT-TRANSACTION
                   END-IF
               END-PERFORM
           END-IF

           IF NOT TRANSACTION-REJECTED
               MOVE "D" TO WS-MINQ-FUNCTION
               MOVE MT-CUSTOMER-ID TO WS-MINQ-CUSTOMER-ID
               CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                      WS-MINQ-CUSTOMER-ID
                                      WS-MINQ-IMAGE
                                      WS-MINQ-RETURN-CODE
               IF WS-MINQ-RETURN-CODE NOT = ZERO
                   MOVE "MASTER DELETE FAILED" TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               END-IF
           END-IF

           IF NOT TRANSACTION-REJECTED
               PERFORM 7600-BUILD-EMPTY-IMAGE
               MOVE WS-CONTAINER (1:254) TO WS-AFTER-IMAGE
               CALL "CUSTAUDT" USING MT-CUSTOMER-ID
                                      LS-JOB-ID
                                      LS-RUN-ID
                                      WS-BEFORE-IMAGE
                                      WS-AFTER-IMAGE
      *        An increase still waiting on a closed customer could
      *        never land -- drop it with the customer.
               MOVE MT-CUSTOMER-ID TO CLP-CUSTOMER-ID
               DELETE LIMIT-PENDING-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "CLOSED" TO WS-RPT-DISPOSITION
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF.

       5500-APPROVE-PENDING-LIMIT.
           PERFORM 6600-READ-PENDING-LIMIT
           IF NOT PENDING-FOUND
               MOVE "NO INCREASE PENDING" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
           IF MT-ENTERED-BY = CLP-ENTERED-BY
      *        The whole point of the pending file -- the user who
      *        keyed the increase can never be the one to release it.
               MOVE "APPROVER IS THE USER WHO ENTERED IT"
                 TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               MOVE MT-NEW-VALUE (1:8) TO WS-LIMIT-TEXT
               IF WS-LIMIT-TEXT IS NOT NUMERIC
                   MOVE "APPROVED LIMIT NOT NUMERIC"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               ELSE
               IF WS-LIMIT-DIGITS NOT = CLP-REQUESTED-LIMIT
      *            The approver re-keys the amount so an approval
      *            cannot release a figure they never saw.
                   MOVE "APPROVED LIMIT DIFFERS FROM PENDING"
                     TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               END-IF
               END-IF
           END-IF
           END-IF

           IF NOT TRANSACTION-REJECTED
               PERFORM 7500-READ-MASTER
               IF WS-MINQ-RETURN-CODE NOT = ZERO
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-RPT-DETAIL-TEXT
                   PERFORM 7900-REJECT-TRANSACTION
               ELSE
                   MOVE WS-MINQ-IMAGE TO WS-BEFORE-IMAGE
                   MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
                   MOVE CLP-REQUESTED-LIMIT TO CUSTOMER-CREDIT-LIMIT
                   PERFORM 7000-REWRITE-AND-AUDIT
               END-IF
           END-IF

           IF NOT TRANSACTION-REJECTED
               DELETE LIMIT-PENDING-FILE
                   INVALID KEY
                       DISPLAY "CUSTUPDT: CLMPEND DELETE FAILED FOR "
                               MT-CUSTOMER-ID
                               " STATUS=" WS-LIMIT-PENDING-STATUS
               END-DELETE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "APPROVED" TO WS-RPT-DISPOSITION
               MOVE SPACES TO WS-RPT-DETAIL-TEXT
               MOVE CLP-REQUESTED-LIMIT TO WS-LIMIT-EDIT
               STRING "LIMIT " WS-LIMIT-EDIT
                      " ENTERED BY " CLP-ENTERED-BY
                      DELIMITED BY SIZE INTO WS-RPT-DETAIL-TEXT
               END-STRING
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF.

       5700-DECLINE-PENDING-LIMIT.
           PERFORM 6600-READ-PENDING-LIMIT
           IF NOT PENDING-FOUND
               MOVE "NO INCREASE PENDING" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               DELETE LIMIT-PENDING-FILE
                   INVALID KEY
                       MOVE "PENDING DELETE FAILED"
                         TO WS-RPT-DETAIL-TEXT
                       PERFORM 7900-REJECT-TRANSACTION
               END-DELETE
           END-IF

           IF NOT TRANSACTION-REJECTED
               ADD 1 TO WS-DECLINED-COUNT
               MOVE "DECLINED" TO WS-RPT-DISPOSITION
               MOVE SPACES TO WS-RPT-DETAIL-TEXT
               MOVE CLP-REQUESTED-LIMIT TO WS-LIMIT-EDIT
               STRING "LIMIT " WS-LIMIT-EDIT
                      " ENTERED BY " CLP-ENTERED-BY
                      DELIMITED BY SIZE INTO WS-RPT-DETAIL-TEXT
               END-STRING
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF.

       6000-EDIT-IMAGE.
      *    Same STATE / ZIP / occurrence-count rules CUSTVLDT applies
      *    on the nightly pass; the first failure names the reason.
           MOVE "Y" TO WS-RECORD-IS-VALID
           PERFORM 6300-CHECK-COUNTS
           IF RECORD-IS-VALID
               PERFORM 6100-CHECK-STATE
           END-IF
           IF RECORD-IS-VALID
               PERFORM 6200-CHECK-ZIP
           END-IF
           IF NOT RECORD-IS-VALID
               PERFORM 7900-REJECT-TRANSACTION
           END-IF.

       6100-CHECK-STATE.
           MOVE "N" TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-TABLE-IDX > 52
               IF STATE = VALID-STATE-CODE (WS-STATE-TABLE-IDX)
                   SET STATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT STATE-FOUND
               MOVE "N" TO WS-RECORD-IS-VALID
               MOVE "STATE NOT A VALID STATE CODE"
                 TO WS-RPT-DETAIL-TEXT
           END-IF.

       6200-CHECK-ZIP.
           MOVE "N" TO WS-ZIP5-NUMERIC
           IF ZIP (1:5) IS NUMERIC
               SET ZIP5-IS-NUMERIC TO TRUE
           END-IF
           IF NOT ZIP5-IS-NUMERIC
               MOVE "N" TO WS-RECORD-IS-VALID
               MOVE "ZIP NOT NUMERIC" TO WS-RPT-DETAIL-TEXT
           ELSE
               IF ZIP (6:5) NOT = SPACES
                   MOVE "N" TO WS-ZIP-PLUS4-NUMERIC
                   IF ZIP (6:1) = "-" AND ZIP (7:4) IS NUMERIC
                       SET ZIP-PLUS4-IS-NUMERIC TO TRUE
                   END-IF
                   IF NOT ZIP-PLUS4-IS-NUMERIC
                       MOVE "N" TO WS-RECORD-IS-VALID
                       MOVE "ZIP+4 SUFFIX NOT -9999 FORMAT"
                         TO WS-RPT-DETAIL-TEXT
                   END-IF
               END-IF
           END-IF.

       6300-CHECK-COUNTS.
      *    Counts first -- a count out of range would throw the
      *    DEPENDING ON groups, and with them the balance check on an
      *    add, off the end of the image.
           IF CUSTOMER-PHONE-COUNT IS NOT NUMERIC
               OR CUSTOMER-PHONE-COUNT < WS-PHONE-CT-MIN
               OR CUSTOMER-PHONE-COUNT > WS-PHONE-CT-MAX
               MOVE "N" TO WS-RECORD-IS-VALID
               MOVE "PHONE COUNT OUT OF RANGE" TO WS-RPT-DETAIL-TEXT
           END-IF
           IF CUSTOMER-ACCT-COUNT IS NOT NUMERIC
               OR CUSTOMER-ACCT-COUNT < WS-ACCT-CT-MIN
               OR CUSTOMER-ACCT-COUNT > WS-ACCT-CT-MAX
               MOVE "N" TO WS-RECORD-IS-VALID
               MOVE "ACCT COUNT OUT OF RANGE" TO WS-RPT-DETAIL-TEXT
           END-IF.

       6500-WRITE-PENDING-LIMIT.
      *    One increase pending per customer; a later one keyed before
      *    approval replaces it, and the report says what it replaced.
           MOVE "PENDING" TO WS-RPT-DISPOSITION
           MOVE SPACES TO WS-RPT-DETAIL-TEXT
           PERFORM 6600-READ-PENDING-LIMIT
           IF PENDING-FOUND
               MOVE CLP-REQUESTED-LIMIT TO WS-LIMIT-EDIT
               STRING "REPLACES " WS-LIMIT-EDIT
                      " BY " CLP-ENTERED-BY
                      DELIMITED BY SIZE INTO WS-RPT-DETAIL-TEXT
               END-STRING
           ELSE
               MOVE WS-REQUESTED-LIMIT TO WS-LIMIT-EDIT
               STRING "LIMIT " WS-LIMIT-EDIT
                      " AWAITS APPROVAL"
                      DELIMITED BY SIZE INTO WS-RPT-DETAIL-TEXT
               END-STRING
           END-IF

           MOVE MT-CUSTOMER-ID TO CLP-CUSTOMER-ID
           MOVE CUSTOMER-CREDIT-LIMIT TO CLP-PRIOR-LIMIT
           MOVE WS-REQUESTED-LIMIT TO CLP-REQUESTED-LIMIT
           MOVE MT-ENTERED-BY TO CLP-ENTERED-BY
           MOVE MT-ENTERED-TS TO CLP-ENTERED-TS
           IF PENDING-FOUND
               REWRITE CREDIT-LIMIT-PENDING-RCD
                   INVALID KEY
                       MOVE "PENDING REWRITE FAILED"
                         TO WS-RPT-DETAIL-TEXT
                       PERFORM 7900-REJECT-TRANSACTION
               END-REWRITE
           ELSE
               WRITE CREDIT-LIMIT-PENDING-RCD
                   INVALID KEY
                       MOVE "PENDING WRITE FAILED"
                         TO WS-RPT-DETAIL-TEXT
                       PERFORM 7900-REJECT-TRANSACTION
               END-WRITE
           END-IF

           IF NOT TRANSACTION-REJECTED
               ADD 1 TO WS-PENDED-COUNT
               MOVE "PENDING" TO WS-RPT-DISPOSITION
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF.

       6600-READ-PENDING-LIMIT.
           MOVE "N" TO WS-PENDING-FOUND
           MOVE MT-CUSTOMER-ID TO CLP-CUSTOMER-ID
           READ LIMIT-PENDING-FILE
               KEY IS CLP-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PENDING-FOUND TO TRUE
           END-READ.

       7000-REWRITE-AND-AUDIT.
           MOVE WS-CONTAINER (1:254) TO WS-AFTER-IMAGE
           MOVE "W" TO WS-MINQ-FUNCTION
           MOVE MT-CUSTOMER-ID TO WS-MINQ-CUSTOMER-ID
           MOVE WS-AFTER-IMAGE TO WS-MINQ-IMAGE
           CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                  WS-MINQ-CUSTOMER-ID
                                  WS-MINQ-IMAGE
                                  WS-MINQ-RETURN-CODE
           IF WS-MINQ-RETURN-CODE NOT = ZERO
               MOVE "MASTER WRITE FAILED" TO WS-RPT-DETAIL-TEXT
               PERFORM 7900-REJECT-TRANSACTION
           ELSE
               CALL "CUSTAUDT" USING MT-CUSTOMER-ID
                                      LS-JOB-ID
                                      LS-RUN-ID
                                      WS-BEFORE-IMAGE
                                      WS-AFTER-IMAGE
           END-IF.

       7500-READ-MASTER.
           MOVE "R" TO WS-MINQ-FUNCTION
           MOVE MT-CUSTOMER-ID TO WS-MINQ-CUSTOMER-ID
           CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                  WS-MINQ-CUSTOMER-ID
                                  WS-MINQ-IMAGE
                                  WS-MINQ-RETURN-CODE.

       7600-BUILD-EMPTY-IMAGE.
      *    The "nothing" side of an add or a close: same customer id,
      *    every other field blank or zero, no occurrences -- CUSTAUDT
      *    then writes one audit record per field that came or went.
           MOVE SPACES TO CUSTOMER-NAME
           MOVE SPACES TO CUSTOMER-HOME-ADDRESS
           MOVE ZERO TO CUSTOMER-CREDIT-LIMIT
           MOVE ZERO TO CUSTOMER-PHONE-COUNT
           MOVE ZERO TO CUSTOMER-ACCT-COUNT
           MOVE SPACES TO WS-CONTAINER (115:140).

       7800-WRITE-REPORT-LINE.
           MOVE MT-CUSTOMER-ID TO WS-RPT-CUSTOMER-ID
           MOVE MT-TRANSACTION-CODE TO WS-RPT-TRANSACTION-CODE
           MOVE MT-FIELD-NAME TO WS-RPT-FIELD-NAME
           MOVE MT-ENTERED-BY TO WS-RPT-ENTERED-BY
           MOVE WS-REPORT-DETAIL TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       7900-REJECT-TRANSACTION.
           SET TRANSACTION-REJECTED TO TRUE
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO WS-RPT-DISPOSITION
           PERFORM 7800-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-TOTALS.
           MOVE "TRANSACTIONS READ             " TO WS-TOT-LABEL
           MOVE WS-TRANSACTIONS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS ADDED               " TO WS-TOT-LABEL
           MOVE WS-ADDED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS CHANGED             " TO WS-TOT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS CLOSED              " TO WS-TOT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "LIMIT INCREASES PENDED        " TO WS-TOT-LABEL
           MOVE WS-PENDED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "LIMIT INCREASES APPROVED      " TO WS-TOT-LABEL
           MOVE WS-APPROVED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "LIMIT INCREASES DECLINED      " TO WS-TOT-LABEL
           MOVE WS-DECLINED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "TRANSACTIONS REJECTED         " TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.
