       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLBRC.
      *
      * Field-level reconciliation of the GCS/BigQuery loop-back
      * against the CUSTMST master.  CUSTCTOT/CUSTCTCM only tie record
      * counts and the balance and credit-limit sums, so offsetting
      * errors or a garbled name, ZIP, phone entry or COMP-1 rate
      * still tie out.  This step reads the loop-back image (LOOPIN,
      * the CUSTOMER-RCD layout CUSTCTOT reads on the target side)
      * and, for a sample of customer ids, compares every field of
      * the image with the customer's CUSTMST record through
      * CUSTMINQ.
      *
      * The sample is
      *   - every customer CUSTMERG, CUSTRTCH or CUSTCAPI touched
      *     tonight -- any CUSTAUD record dated the run date under
      *     one of the three job ids the caller passes -- and
      *   - a pseudo-random RECON-SAMPLE-PCT percent of the rest,
      *     chosen by hashing the customer id with the run date, so
      *     the sample changes nightly but a rerun of the same night
      *     checks the same customers.
      *
      * Masked fields (LAST-NAME, STREET and each phone local number,
      * the fields CUSTMASK tokenizes) are compared by token: the
      * loop-back value must be the token vaulted on TOKNMAP for the
      * customer and field code, and the vaulted original must still
      * be the master's clear value.  Only tokens ever reach the
      * discrepancy file.  CUSTOMER-INTEREST-RATE occurrences match
      * when within RECON-RATE-TOL of each other; everything else
      * must match exactly.
      *
      * Each mismatch is written to LBRCDSC and listed on LBRCRPT
      * with the field name and occurrence.  The step ends RC 16 when
      * the percentage of sampled customers with any mismatch is over
      * RECON-FAIL-PCT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOPBACK-FILE ASSIGN TO "LOOPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOOPBACK-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-AUDIT-STATUS.
           SELECT TOKEN-MAP-FILE ASSIGN TO "TOKNMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MAP-KEY
               ALTERNATE RECORD KEY IS TOKEN-MAP-TOKEN-VALUE
               FILE STATUS IS WS-TOKEN-MAP-STATUS.
           SELECT DISCREPANCY-FILE ASSIGN TO "LBRCDSC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCREPANCY-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "LBRCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOPBACK-FILE.
       01  WS-LOOPBACK-CONTAINER.
           COPY "test3.cpy"
               REPLACING CUSTOMER-RCD BY LOOP-CUSTOMER-RCD
                         CUSTOMER-ID BY LOOP-CUSTOMER-ID
                         CUSTOMER-NAME BY LOOP-CUSTOMER-NAME
                         LAST-NAME BY LOOP-LAST-NAME
                         FIRST-NAME BY LOOP-FIRST-NAME
                         CUSTOMER-HOME-ADDRESS BY LOOP-HOME-ADDRESS
                         STREET BY LOOP-STREET
                         CITY BY LOOP-CITY
                         STATE BY LOOP-STATE
                         ZIP BY LOOP-ZIP
                         CUSTOMER-PHONE-COUNT BY LOOP-PHONE-COUNT
                         CUSTOMER-CREDIT-LIMIT BY LOOP-CREDIT-LIMIT
                         CUSTOMER-ACCT-COUNT BY LOOP-ACCT-COUNT
                         CUSTOMER-ACCT-BALANCE BY LOOP-ACCT-BALANCE
                         CUSTOMER-INTEREST-RATE BY LOOP-INTEREST-RATE
                         CUSTOMER-PHONE-ENTRY BY LOOP-PHONE-ENTRY
                         CUSTOMER-PHONE-TYPE BY LOOP-PHONE-TYPE
                         CUSTOMER-PHONE-AREA-CODE
                             BY LOOP-PHONE-AREA-CODE
                         CUSTOMER-PHONE-LOCAL-NUMBER
                             BY LOOP-PHONE-LOCAL-NUMBER.

       FD  CUSTOMER-AUDIT-FILE.
           COPY "custaud.cpy".

       FD  TOKEN-MAP-FILE.
           COPY "toknmap.cpy".

       FD  DISCREPANCY-FILE.
           COPY "lbrcdsc.cpy".

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOOPBACK-STATUS          PIC X(2).
       01  WS-CUSTOMER-AUDIT-STATUS    PIC X(2).
       01  WS-TOKEN-MAP-STATUS         PIC X(2).
       01  WS-DISCREPANCY-STATUS       PIC X(2).
       01  WS-RECON-REPORT-STATUS      PIC X(2).
       01  WS-END-OF-LOOPBACK          PIC X(1) VALUE "N".
           88  END-OF-LOOPBACK         VALUE "Y".
       01  WS-END-OF-AUDIT             PIC X(1) VALUE "N".
           88  END-OF-AUDIT            VALUE "Y".
       01  WS-MASTER-FAILED            PIC X(1) VALUE "N".
           88  MASTER-FAILED           VALUE "Y".

       01  WS-CURRENT-TS               PIC X(26).

      *    Customers tonight's merge, repricing and capitalization
      *    runs touched -- always in the sample.
       01  WS-TOUCHED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TOUCHED-TABLE-FULL       PIC X(1) VALUE "N".
           88  TOUCHED-TABLE-FULL      VALUE "Y".
       01  WS-TOUCHED-TABLE.
           05  WS-TOUCHED-ENTRY OCCURS 5000 TIMES.
               10  WS-TCH-CUSTOMER-ID  PIC X(10).
               10  WS-TCH-SEEN         PIC X(1).
       01  WS-TCH-IDX                  PIC 9(4).
       01  WS-TOUCHED-FOUND            PIC X(1).
           88  TOUCHED-FOUND           VALUE "Y".

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
       01  WS-SAMPLE-PCT               PIC 9(3)V9(4) VALUE 1.
       01  WS-FAIL-PCT                 PIC 9(3)V9(4) VALUE 1.
       01  WS-RATE-TOLERANCE           PIC 9V9(6) VALUE 0.0005.

       01  WS-HASH-INPUT               PIC X(18).
       01  WS-HASH-IDX                 PIC 9(2).
       01  WS-HASH-ACCUM               PIC 9(8).
       01  WS-HASH-BUCKET              PIC 9(4).
       01  WS-SAMPLE-REASON            PIC X(1).
           88  SAMPLE-TOUCHED          VALUE "T".
           88  SAMPLE-RANDOM           VALUE "R".
           88  NOT-SAMPLED             VALUE " ".

       01  WS-IDX                      PIC 9(2).
       01  WS-MAX-ACCT-COUNT           PIC 9(2).
       01  WS-MAX-PHONE-COUNT          PIC 9(2).
       01  WS-CUSTOMER-MISMATCH        PIC X(1).
           88  CUSTOMER-MISMATCH       VALUE "Y".
       01  WS-VAULT-FOUND              PIC X(1).
           88  VAULT-FOUND             VALUE "Y".

       01  WS-CMP-FIELD-NAME           PIC X(24).
       01  WS-CMP-OCCURRENCE           PIC 9(2).
       01  WS-CMP-MASTER-TEXT          PIC X(32).
       01  WS-CMP-LOOP-TEXT            PIC X(32).
       01  WS-TOKEN-FIELD-CODE         PIC X(4).
       01  WS-TOKEN-LENGTH             PIC 9(2).
       01  WS-DSC-MISMATCH-TYPE        PIC X(4).
       01  WS-DSC-MASTER-VALUE         PIC X(32).
       01  WS-DSC-LOOP-VALUE           PIC X(32).

       01  WS-AMOUNT-EDIT              PIC -(13)9.99.
       01  WS-LIMIT-EDIT               PIC -(6)9.99.
       01  WS-RATE-EDIT                PIC -(3)9.9(6).
       01  WS-COUNT-EDIT               PIC 9.
       01  WS-RATE-DIFF                    COMP-2.

       01  WS-LOOPBACK-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-TOUCHED-SAMPLE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-RANDOM-SAMPLE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-COMPARED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-FIELDS-COMPARED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-FIELD-MISMATCH-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-CUSTOMER-MISMATCH-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-TOUCHED-UNSEEN-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-MISMATCH-PCT             PIC 9(3)V99 VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "LOOP-BACK FIELD RECONCILIATION      ".
           05  WS-HDR-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(14) VALUE
               "   SAMPLE PCT ".
           05  WS-HDR-SAMPLE-PCT       PIC ZZ9.99.
           05  FILLER                  PIC X(20) VALUE
               "   FAIL OVER PCT    ".
           05  WS-HDR-FAIL-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  WS-REPORT-COLUMN-HDR.
           05  FILLER                  PIC X(11) VALUE "CUSTOMER-ID".
           05  FILLER                  PIC X(25) VALUE "FIELD".
           05  FILLER                  PIC X(3)  VALUE "OC ".
           05  FILLER                  PIC X(5)  VALUE "TYPE ".
           05  FILLER                  PIC X(33) VALUE "CUSTMST".
           05  FILLER                  PIC X(33) VALUE "LOOP-BACK".
           05  FILLER                  PIC X(6)  VALUE "SAMPLE".
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-DTL-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-FIELD-NAME       PIC X(24).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-OCCURRENCE       PIC Z9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-MISMATCH-TYPE    PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-MASTER-VALUE     PIC X(32).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-LOOP-VALUE       PIC X(32).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-SAMPLE-REASON    PIC X(6).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-REPORT-RATE-LINE.
           05  FILLER                  PIC X(30) VALUE
               "CUSTOMER MISMATCH RATE PCT    ".
           05  WS-RTL-MISMATCH-PCT     PIC ZZ9.99.
           05  FILLER                  PIC X(96) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                 PIC 9(8).
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).
       01  LS-MERG-JOB-ID              PIC X(8).
       01  LS-RTCH-JOB-ID              PIC X(8).
       01  LS-CAPI-JOB-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-RUN-DATE
                                 LS-JOB-ID
                                 LS-RUN-ID
                                 LS-MERG-JOB-ID
                                 LS-RTCH-JOB-ID
                                 LS-CAPI-JOB-ID.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           PERFORM 0500-FETCH-PARAMETERS

           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF WS-CUSTOMER-AUDIT-STATUS NOT = "00"
      *        Without the trail the touched customers cannot be
      *        forced into the sample.
               DISPLAY "CUSTLBRC: OPEN CUSTAUD FAILED, STATUS="
                       WS-CUSTOMER-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ CUSTOMER-AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM 1000-NOTE-TOUCHED-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-AUDIT-FILE
           IF TOUCHED-TABLE-FULL
               DISPLAY "CUSTLBRC: TOUCHED TABLE FULL, ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOOPBACK-FILE
           IF WS-LOOPBACK-STATUS NOT = "00"
               DISPLAY "CUSTLBRC: OPEN LOOPIN FAILED, STATUS="
                       WS-LOOPBACK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TOKEN-MAP-FILE
           IF WS-TOKEN-MAP-STATUS NOT = "00"
               DISPLAY "CUSTLBRC: OPEN TOKNMAP FAILED, STATUS="
                       WS-TOKEN-MAP-STATUS
               CLOSE LOOPBACK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DISCREPANCY-FILE
           IF WS-DISCREPANCY-STATUS NOT = "00"
               DISPLAY "CUSTLBRC: OPEN LBRCDSC FAILED, STATUS="
                       WS-DISCREPANCY-STATUS
               CLOSE LOOPBACK-FILE
               CLOSE TOKEN-MAP-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RECON-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTLBRC: OPEN LBRCRPT FAILED, STATUS="
                       WS-RECON-REPORT-STATUS
               CLOSE LOOPBACK-FILE
               CLOSE TOKEN-MAP-FILE
               CLOSE DISCREPANCY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7000-WRITE-REPORT-HEADERS

           PERFORM UNTIL END-OF-LOOPBACK OR MASTER-FAILED
               READ LOOPBACK-FILE
                   AT END
                       SET END-OF-LOOPBACK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOOPBACK-READ-COUNT
                       PERFORM 2000-CHECK-LOOPBACK-RECORD
               END-READ
           END-PERFORM

           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TOUCHED-COUNT
               IF WS-TCH-SEEN (WS-TCH-IDX) NOT = "Y"
                   ADD 1 TO WS-TOUCHED-UNSEEN-COUNT
               END-IF
           END-PERFORM

           IF WS-COMPARED-COUNT NOT = ZERO
               COMPUTE WS-MISMATCH-PCT ROUNDED =
                   (WS-CUSTOMER-MISMATCH-COUNT * 100)
                   / WS-COMPARED-COUNT
           END-IF

           PERFORM 8000-WRITE-REPORT-TOTALS

           CLOSE LOOPBACK-FILE
           CLOSE TOKEN-MAP-FILE
           CLOSE DISCREPANCY-FILE
           CLOSE RECON-REPORT-FILE

           DISPLAY "CUSTLBRC: SAMPLED=" WS-COMPARED-COUNT
                   " MISMATCHED=" WS-CUSTOMER-MISMATCH-COUNT
                   " FIELDS=" WS-FIELD-MISMATCH-COUNT
                   " PCT=" WS-MISMATCH-PCT
           IF MASTER-FAILED
               DISPLAY "CUSTLBRC: CUSTMST READ FAILED, "
                       "RECONCILIATION INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-PCT > WS-FAIL-PCT
                   DISPLAY "CUSTLBRC: MISMATCH RATE OVER "
                           "RECON-FAIL-PCT, STEP FAILED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       0500-FETCH-PARAMETERS.
           MOVE LS-RUN-DATE TO WS-AS-OF-DATE
           MOVE "RECON-SAMPLE-PCT" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-SAMPLE-PCT
           END-IF
           MOVE "RECON-FAIL-PCT" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-FAIL-PCT
           END-IF
           MOVE "RECON-RATE-TOL" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-RATE-TOLERANCE
           END-IF.

       0600-CALL-PARAMETER-FETCH.
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
      *        A defaulted threshold could pass a night the business
      *        would have failed.
               DISPLAY "CUSTLBRC: PARMFILE UNREADABLE, "
                       "CANNOT TRUST THRESHOLDS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTLBRC: NO " WS-PARM-NAME
                       " PARAMETER, USING DEFAULT"
           END-IF.

       1000-NOTE-TOUCHED-CUSTOMER.
           IF CA-CHANGE-TS (1:8) = LS-RUN-DATE
               AND CA-JOB-ID NOT = SPACES
               AND (CA-JOB-ID = LS-MERG-JOB-ID
                    OR CA-JOB-ID = LS-RTCH-JOB-ID
                    OR CA-JOB-ID = LS-CAPI-JOB-ID)
               PERFORM 1100-FIND-TOUCHED
               IF NOT TOUCHED-FOUND
                   IF WS-TOUCHED-COUNT < 5000
                       ADD 1 TO WS-TOUCHED-COUNT
                       MOVE CA-CUSTOMER-ID
                         TO WS-TCH-CUSTOMER-ID (WS-TOUCHED-COUNT)
                       MOVE "N" TO WS-TCH-SEEN (WS-TOUCHED-COUNT)
                   ELSE
                       SET TOUCHED-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       1100-FIND-TOUCHED.
           MOVE "N" TO WS-TOUCHED-FOUND
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TOUCHED-COUNT
                   OR TOUCHED-FOUND
               IF WS-TCH-CUSTOMER-ID (WS-TCH-IDX) = CA-CUSTOMER-ID
                   SET TOUCHED-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2000-CHECK-LOOPBACK-RECORD.
           MOVE SPACE TO WS-SAMPLE-REASON
           MOVE "N" TO WS-TOUCHED-FOUND
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TOUCHED-COUNT
                   OR TOUCHED-FOUND
               IF WS-TCH-CUSTOMER-ID (WS-TCH-IDX) = LOOP-CUSTOMER-ID
                   SET TOUCHED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TOUCHED-FOUND
               SUBTRACT 1 FROM WS-TCH-IDX
               MOVE "Y" TO WS-TCH-SEEN (WS-TCH-IDX)
               SET SAMPLE-TOUCHED TO TRUE
               ADD 1 TO WS-TOUCHED-SAMPLE-COUNT
           ELSE
               PERFORM 2100-COMPUTE-SAMPLE-BUCKET
               IF WS-HASH-BUCKET < WS-SAMPLE-PCT * 100
                   SET SAMPLE-RANDOM TO TRUE
                   ADD 1 TO WS-RANDOM-SAMPLE-COUNT
               END-IF
           END-IF

           IF NOT NOT-SAMPLED
               PERFORM 3000-COMPARE-CUSTOMER
           END-IF.

       2100-COMPUTE-SAMPLE-BUCKET.
      *    Rolling hash over customer id + run date reduced to a
      *    bucket 0-9999; a customer is in the random sample when its
      *    bucket falls under RECON-SAMPLE-PCT hundredths.
           MOVE SPACES TO WS-HASH-INPUT
           STRING LOOP-CUSTOMER-ID LS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-HASH-INPUT
           END-STRING
           MOVE ZERO TO WS-HASH-ACCUM
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 18
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD((WS-HASH-ACCUM * 31) +
                       FUNCTION ORD(WS-HASH-INPUT (WS-HASH-IDX:1)),
                       1000003)
           END-PERFORM
           COMPUTE WS-HASH-BUCKET = FUNCTION MOD(WS-HASH-ACCUM, 10000).

       3000-COMPARE-CUSTOMER.
           ADD 1 TO WS-COMPARED-COUNT
           MOVE "N" TO WS-CUSTOMER-MISMATCH
           MOVE "R" TO WS-MINQ-FUNCTION
           MOVE LOOP-CUSTOMER-ID TO WS-MINQ-CUSTOMER-ID
           CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                  WS-MINQ-CUSTOMER-ID
                                  WS-MINQ-IMAGE
                                  WS-MINQ-RETURN-CODE
           IF WS-MINQ-RETURN-CODE = 96
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE "CUSTOMER-RCD" TO WS-CMP-FIELD-NAME
               MOVE ZERO TO WS-CMP-OCCURRENCE
               MOVE "NOMS" TO WS-DSC-MISMATCH-TYPE
               MOVE "(NOT ON CUSTMST)" TO WS-DSC-MASTER-VALUE
               MOVE LOOP-CUSTOMER-ID TO WS-DSC-LOOP-VALUE
               PERFORM 4000-WRITE-DISCREPANCY
           ELSE
               IF WS-MINQ-RETURN-CODE NOT = ZERO
                   DISPLAY "CUSTLBRC: CUSTMINQ READ FAILED FOR "
                           LOOP-CUSTOMER-ID ", RC=" WS-MINQ-RETURN-CODE
                   SUBTRACT 1 FROM WS-COMPARED-COUNT
                   SET MASTER-FAILED TO TRUE
               ELSE
                   MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
                   PERFORM 3100-COMPARE-NAME-ADDRESS
                   PERFORM 3200-COMPARE-LIMIT-AND-COUNTS
                   PERFORM 3300-COMPARE-ACCOUNTS
                   PERFORM 3400-COMPARE-PHONES
               END-IF
           END-IF
           IF CUSTOMER-MISMATCH
               ADD 1 TO WS-CUSTOMER-MISMATCH-COUNT
           END-IF.

       3100-COMPARE-NAME-ADDRESS.
           MOVE ZERO TO WS-CMP-OCCURRENCE
           MOVE "CUSTOMER-NAME.LAST-NAME" TO WS-CMP-FIELD-NAME
           MOVE "LNAM" TO WS-TOKEN-FIELD-CODE
           MOVE 16 TO WS-TOKEN-LENGTH
           MOVE LAST-NAME TO WS-CMP-MASTER-TEXT
           MOVE LOOP-LAST-NAME TO WS-CMP-LOOP-TEXT
           PERFORM 3600-COMPARE-TOKEN-FIELD

           MOVE "CUSTOMER-NAME.FIRST-NAME" TO WS-CMP-FIELD-NAME
           MOVE FIRST-NAME TO WS-CMP-MASTER-TEXT
           MOVE LOOP-FIRST-NAME TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "HOME-ADDRESS.STREET" TO WS-CMP-FIELD-NAME
           MOVE "STRT" TO WS-TOKEN-FIELD-CODE
           MOVE 30 TO WS-TOKEN-LENGTH
           MOVE STREET TO WS-CMP-MASTER-TEXT
           MOVE LOOP-STREET TO WS-CMP-LOOP-TEXT
           PERFORM 3600-COMPARE-TOKEN-FIELD

           MOVE "HOME-ADDRESS.CITY" TO WS-CMP-FIELD-NAME
           MOVE CITY TO WS-CMP-MASTER-TEXT
           MOVE LOOP-CITY TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "HOME-ADDRESS.STATE" TO WS-CMP-FIELD-NAME
           MOVE STATE TO WS-CMP-MASTER-TEXT
           MOVE LOOP-STATE TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "HOME-ADDRESS.ZIP" TO WS-CMP-FIELD-NAME
           MOVE ZIP TO WS-CMP-MASTER-TEXT
           MOVE LOOP-ZIP TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD.

       3200-COMPARE-LIMIT-AND-COUNTS.
           MOVE ZERO TO WS-CMP-OCCURRENCE
           MOVE "CUSTOMER-CREDIT-LIMIT" TO WS-CMP-FIELD-NAME
           MOVE CUSTOMER-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-LIMIT-EDIT TO WS-CMP-MASTER-TEXT
           MOVE LOOP-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-LIMIT-EDIT TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "CUSTOMER-ACCT-COUNT" TO WS-CMP-FIELD-NAME
           MOVE CUSTOMER-ACCT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CMP-MASTER-TEXT
           MOVE LOOP-ACCT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "CUSTOMER-PHONE-COUNT" TO WS-CMP-FIELD-NAME
           MOVE CUSTOMER-PHONE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CMP-MASTER-TEXT
           MOVE LOOP-PHONE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD.

       3300-COMPARE-ACCOUNTS.
      *    Walk the longer of the two occurrence lists, capped at the
      *    OCCURS limit in case the loop-back count itself is garbled.
           MOVE CUSTOMER-ACCT-COUNT TO WS-MAX-ACCT-COUNT
           IF LOOP-ACCT-COUNT > WS-MAX-ACCT-COUNT
               MOVE LOOP-ACCT-COUNT TO WS-MAX-ACCT-COUNT
           END-IF
           IF WS-MAX-ACCT-COUNT > 8
               MOVE 8 TO WS-MAX-ACCT-COUNT
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ACCT-COUNT
               MOVE WS-IDX TO WS-CMP-OCCURRENCE
               IF WS-IDX > CUSTOMER-ACCT-COUNT
                   OR WS-IDX > LOOP-ACCT-COUNT
                   MOVE "CUSTOMER-ACCT-BALANCE" TO WS-CMP-FIELD-NAME
                   PERFORM 3700-REPORT-ABSENT-OCCURRENCE
               ELSE
                   PERFORM 3310-COMPARE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       3310-COMPARE-ONE-ACCOUNT.
           MOVE "CUSTOMER-ACCT-BALANCE" TO WS-CMP-FIELD-NAME
           MOVE CUSTOMER-ACCT-BALANCE (WS-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-CMP-MASTER-TEXT
           MOVE LOOP-ACCT-BALANCE (WS-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "CUSTOMER-INTEREST-RATE" TO WS-CMP-FIELD-NAME
           ADD 1 TO WS-FIELDS-COMPARED-COUNT
           COMPUTE WS-RATE-DIFF = CUSTOMER-INTEREST-RATE (WS-IDX)
                                - LOOP-INTEREST-RATE (WS-IDX)
           IF WS-RATE-DIFF < ZERO
               COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
           END-IF
           IF WS-RATE-DIFF > WS-RATE-TOLERANCE
               MOVE "RATE" TO WS-DSC-MISMATCH-TYPE
               MOVE CUSTOMER-INTEREST-RATE (WS-IDX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-DSC-MASTER-VALUE
               MOVE LOOP-INTEREST-RATE (WS-IDX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-DSC-LOOP-VALUE
               PERFORM 4000-WRITE-DISCREPANCY
           END-IF.

       3400-COMPARE-PHONES.
           MOVE CUSTOMER-PHONE-COUNT TO WS-MAX-PHONE-COUNT
           IF LOOP-PHONE-COUNT > WS-MAX-PHONE-COUNT
               MOVE LOOP-PHONE-COUNT TO WS-MAX-PHONE-COUNT
           END-IF
           IF WS-MAX-PHONE-COUNT > 4
               MOVE 4 TO WS-MAX-PHONE-COUNT
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PHONE-COUNT
               MOVE WS-IDX TO WS-CMP-OCCURRENCE
               IF WS-IDX > CUSTOMER-PHONE-COUNT
                   OR WS-IDX > LOOP-PHONE-COUNT
                   MOVE "CUSTOMER-PHONE-ENTRY" TO WS-CMP-FIELD-NAME
                   PERFORM 3700-REPORT-ABSENT-OCCURRENCE
               ELSE
                   PERFORM 3410-COMPARE-ONE-PHONE
               END-IF
           END-PERFORM.

       3410-COMPARE-ONE-PHONE.
           MOVE "PHONE-ENTRY.TYPE" TO WS-CMP-FIELD-NAME
           MOVE CUSTOMER-PHONE-TYPE (WS-IDX) TO WS-CMP-MASTER-TEXT
           MOVE LOOP-PHONE-TYPE (WS-IDX) TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "PHONE-ENTRY.AREA-CODE" TO WS-CMP-FIELD-NAME
           MOVE CUSTOMER-PHONE-AREA-CODE (WS-IDX)
             TO WS-CMP-MASTER-TEXT
           MOVE LOOP-PHONE-AREA-CODE (WS-IDX) TO WS-CMP-LOOP-TEXT
           PERFORM 3500-COMPARE-TEXT-FIELD

           MOVE "PHONE-ENTRY.LOCAL-NUMBER" TO WS-CMP-FIELD-NAME
           MOVE SPACES TO WS-TOKEN-FIELD-CODE
           STRING "PH" WS-IDX
                  DELIMITED BY SIZE INTO WS-TOKEN-FIELD-CODE
           END-STRING
           MOVE 7 TO WS-TOKEN-LENGTH
           MOVE CUSTOMER-PHONE-LOCAL-NUMBER (WS-IDX)
             TO WS-CMP-MASTER-TEXT
           MOVE LOOP-PHONE-LOCAL-NUMBER (WS-IDX) TO WS-CMP-LOOP-TEXT
           PERFORM 3600-COMPARE-TOKEN-FIELD.

       3500-COMPARE-TEXT-FIELD.
           ADD 1 TO WS-FIELDS-COMPARED-COUNT
           IF WS-CMP-MASTER-TEXT NOT = WS-CMP-LOOP-TEXT
               MOVE "VALU" TO WS-DSC-MISMATCH-TYPE
               MOVE WS-CMP-MASTER-TEXT TO WS-DSC-MASTER-VALUE
               MOVE WS-CMP-LOOP-TEXT TO WS-DSC-LOOP-VALUE
               PERFORM 4000-WRITE-DISCREPANCY
           END-IF.

       3600-COMPARE-TOKEN-FIELD.
      *    The loop-back must carry the vaulted token, and the vault
      *    must still hold the master's clear value behind it.  Clear
      *    values never leave this paragraph.
           ADD 1 TO WS-FIELDS-COMPARED-COUNT
           MOVE LOOP-CUSTOMER-ID TO TOKEN-MAP-CUSTOMER-ID
           MOVE WS-TOKEN-FIELD-CODE TO TOKEN-MAP-FIELD-CODE
           MOVE "Y" TO WS-VAULT-FOUND
           READ TOKEN-MAP-FILE
               KEY IS TOKEN-MAP-KEY
               INVALID KEY
                   MOVE "N" TO WS-VAULT-FOUND
           END-READ
           MOVE WS-CMP-LOOP-TEXT TO WS-DSC-LOOP-VALUE
           IF NOT VAULT-FOUND
               MOVE "NOVT" TO WS-DSC-MISMATCH-TYPE
               MOVE "(NO VAULT ENTRY)" TO WS-DSC-MASTER-VALUE
               PERFORM 4000-WRITE-DISCREPANCY
           ELSE
               IF TOKEN-MAP-TOKEN-VALUE (1:WS-TOKEN-LENGTH)
                       NOT = WS-CMP-LOOP-TEXT (1:WS-TOKEN-LENGTH)
                   MOVE "TOKN" TO WS-DSC-MISMATCH-TYPE
                   MOVE TOKEN-MAP-TOKEN-VALUE (1:WS-TOKEN-LENGTH)
                     TO WS-DSC-MASTER-VALUE
                   PERFORM 4000-WRITE-DISCREPANCY
               ELSE
                   IF TOKEN-MAP-ORIGINAL-VALUE NOT = WS-CMP-MASTER-TEXT
                       MOVE "VALT" TO WS-DSC-MISMATCH-TYPE
                       MOVE "(CUSTMST DIFFERS FROM VAULT)"
                         TO WS-DSC-MASTER-VALUE
                       PERFORM 4000-WRITE-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

       3700-REPORT-ABSENT-OCCURRENCE.
      *    The count mismatch itself is already reported; each
      *    occurrence only one side carries is listed as well.
           ADD 1 TO WS-FIELDS-COMPARED-COUNT
           MOVE "ABSN" TO WS-DSC-MISMATCH-TYPE
           IF WS-CMP-FIELD-NAME = "CUSTOMER-PHONE-ENTRY"
               IF WS-IDX > CUSTOMER-PHONE-COUNT
                   MOVE "(ABSENT)" TO WS-DSC-MASTER-VALUE
                   MOVE "(PRESENT)" TO WS-DSC-LOOP-VALUE
               ELSE
                   MOVE "(PRESENT)" TO WS-DSC-MASTER-VALUE
                   MOVE "(ABSENT)" TO WS-DSC-LOOP-VALUE
               END-IF
           ELSE
               IF WS-IDX > CUSTOMER-ACCT-COUNT
                   MOVE "(ABSENT)" TO WS-DSC-MASTER-VALUE
                   MOVE "(PRESENT)" TO WS-DSC-LOOP-VALUE
               ELSE
                   MOVE "(PRESENT)" TO WS-DSC-MASTER-VALUE
                   MOVE "(ABSENT)" TO WS-DSC-LOOP-VALUE
               END-IF
           END-IF
           PERFORM 4000-WRITE-DISCREPANCY.

       4000-WRITE-DISCREPANCY.
           SET CUSTOMER-MISMATCH TO TRUE
           ADD 1 TO WS-FIELD-MISMATCH-COUNT
           MOVE LOOP-CUSTOMER-ID TO LBD-CUSTOMER-ID
           MOVE WS-CMP-FIELD-NAME TO LBD-FIELD-NAME
           MOVE WS-CMP-OCCURRENCE TO LBD-OCCURRENCE-INDEX
           MOVE WS-DSC-MISMATCH-TYPE TO LBD-MISMATCH-TYPE
           MOVE WS-DSC-MASTER-VALUE TO LBD-MASTER-VALUE
           MOVE WS-DSC-LOOP-VALUE TO LBD-LOOPBACK-VALUE
           MOVE WS-SAMPLE-REASON TO LBD-SAMPLE-REASON
           MOVE LS-JOB-ID TO LBD-JOB-ID
           MOVE LS-RUN-ID TO LBD-RUN-ID
           MOVE WS-CURRENT-TS TO LBD-DETECTED-TS
           WRITE LOOPBACK-DISCREPANCY-RCD

           MOVE LBD-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID
           MOVE LBD-FIELD-NAME TO WS-DTL-FIELD-NAME
           MOVE LBD-OCCURRENCE-INDEX TO WS-DTL-OCCURRENCE
           MOVE LBD-MISMATCH-TYPE TO WS-DTL-MISMATCH-TYPE
           MOVE LBD-MASTER-VALUE TO WS-DTL-MASTER-VALUE
           MOVE LBD-LOOPBACK-VALUE TO WS-DTL-LOOP-VALUE
           IF SAMPLE-TOUCHED
               MOVE "TOUCHD" TO WS-DTL-SAMPLE-REASON
           ELSE
               MOVE "RANDOM" TO WS-DTL-SAMPLE-REASON
           END-IF
           MOVE WS-REPORT-DETAIL TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       7000-WRITE-REPORT-HEADERS.
           MOVE LS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-SAMPLE-PCT TO WS-HDR-SAMPLE-PCT
           MOVE WS-FAIL-PCT TO WS-HDR-FAIL-PCT
           MOVE WS-REPORT-HEADER-1 TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-BLANK-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-REPORT-COLUMN-HDR TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       8000-WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "LOOP-BACK RECORDS READ        " TO WS-TOT-LABEL
           MOVE WS-LOOPBACK-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "TOUCHED TONIGHT               " TO WS-TOT-LABEL
           MOVE WS-TOUCHED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "TOUCHED, NOT ON LOOP-BACK     " TO WS-TOT-LABEL
           MOVE WS-TOUCHED-UNSEEN-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "SAMPLED AS TOUCHED            " TO WS-TOT-LABEL
           MOVE WS-TOUCHED-SAMPLE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "SAMPLED AT RANDOM             " TO WS-TOT-LABEL
           MOVE WS-RANDOM-SAMPLE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS COMPARED            " TO WS-TOT-LABEL
           MOVE WS-COMPARED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "NOT ON CUSTMST                " TO WS-TOT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "FIELDS COMPARED               " TO WS-TOT-LABEL
           MOVE WS-FIELDS-COMPARED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "FIELD MISMATCHES              " TO WS-TOT-LABEL
           MOVE WS-FIELD-MISMATCH-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS WITH MISMATCH       " TO WS-TOT-LABEL
           MOVE WS-CUSTOMER-MISMATCH-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE WS-MISMATCH-PCT TO WS-RTL-MISMATCH-PCT
           MOVE WS-REPORT-RATE-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
