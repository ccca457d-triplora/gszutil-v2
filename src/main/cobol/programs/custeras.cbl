       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
      *
      * Right-to-erasure processing.  Privacy requests arrive on
      * ERASREQ, one ERASURE-REQUEST-RCD per customer, and only a
      * request carrying an approver (ERQ-APPROVED-BY) is acted on.
      * For every approved request the customer's personal data is
      * removed from the stores below, and one certificate of
      * erasure is printed saying what was taken out of where and
      * what is kept back:
      *
      *   CUSTMST   the master record, deleted through CUSTMINQ;
      *   TOKNMAP   every vault entry under the customer id (LNAM,
      *             STRT, PH01-PH04) -- with the entries gone the
      *             tokens already shipped can never be reversed;
      *   CUSTHIST  every monthly snapshot, dropped from the next
      *             generation (HISTIN in, HISTOUT out);
      *   REJHOLD   every held image, dropped from the next generation
      *             (REJHOLD in, REJHLDO out, as CUSTREPR rolls it);
      *   CUSTAUD   the before/after values of the name, address and
      *   CUSTAUDX  phone entries on the customer's audit records are
      *             overwritten with ERASED -- the trail keeps the fact
      *             and time of each change (and the money fields) but
      *             no personal data; CUSTAUD is rolled to the next
      *             generation (AUDIN in, AUDOUT out) and the CUSTAUDX
      *             records are rewritten in place;
      *   TINXREF   the taxpayer-id cross reference entry, deleted;
      *   RTNLOG    every rate-change notice log entry, deleted;
      *   RTNOTC    any notice not yet mailed, dropped from the next
      *             generation (RTNOTC in, RTNOTCO out);
      *   CLMPEND   a credit-limit increase awaiting approval, deleted;
      *   OLCASE    a cured over-limit case, deleted;
      *   ESCCASE   every escheatment case still watching or already
      *             closed, deleted.
      *
      * Kept back under legal obligation, and listed as such on the
      * certificate: TAXHIST, the register of tax returns filed with
      * the customer's name, address and taxpayer id, and ESCHRPT, the
      * holder reports filed with the states.
      *
      * A "D" CUSTOMER-DELTA-RCD (customer id only, as CUSTDELT writes
      * deletes) goes to ERASDLT for every erased customer; the file
      * is concatenated into CUSTCONV's delta input so the BigQuery
      * rows are dropped on the next load.
      *
      * A request is refused -- nothing anywhere is touched, and the
      * certificate says why -- when it is not approved, when the
      * same customer was already requested earlier in the file, when
      * any CUSTOMER-ACCT-BALANCE on the master is not zero, when the
      * customer has an open over-limit case (OLCASE status "O") or
      * an escheatment case already lettered or filed (ESCCASE status
      * "L" or "F" -- a live obligation to the state), or when
      * the customer has an open hold: a reject whose repair is in
      * flight, i.e. a CORRTRN correction is keyed against it or it
      * is on tonight's CUSTRCYC recycle file.  Erasing around an open
      * repair would have it re-injected into CUSTIN by the next run.
      * A held image with no repair in flight is simply residual
      * personal data and is purged with the rest.
      *
      * The master delete is deliberately NOT handed to CUSTAUDT --
      * auditing it would write the very values being erased back
      * onto the trail.  The certificate is the record of the delete.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST-FILE ASSIGN TO "ERASREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASURE-REQUEST-STATUS.
           SELECT CORRECTION-TRANSACTION-FILE ASSIGN TO "CORRTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT CUSTOMER-RECYCLE-FILE ASSIGN TO "CUSTRCYC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-RECYCLE-STATUS.
           SELECT TOKEN-MAP-FILE ASSIGN TO "TOKNMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MAP-KEY
               ALTERNATE RECORD KEY IS TOKEN-MAP-TOKEN-VALUE
               FILE STATUS IS WS-TOKEN-MAP-STATUS.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "CUSTAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAX-KEY
               FILE STATUS IS WS-AUDIT-INDEX-STATUS.
           SELECT HISTORY-IN-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO "HISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-OUT-STATUS.
           SELECT REJECT-HOLD-IN-FILE ASSIGN TO "REJHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-HOLD-IN-STATUS.
           SELECT REJECT-HOLD-OUT-FILE ASSIGN TO "REJHLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-HOLD-OUT-STATUS.
           SELECT AUDIT-IN-FILE ASSIGN TO "AUDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.
           SELECT AUDIT-OUT-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT TAXPAYER-XREF-FILE ASSIGN TO "TINXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CUSTOMER-ID
               FILE STATUS IS WS-TAXPAYER-XREF-STATUS.
           SELECT RATE-NOTICE-LOG-FILE ASSIGN TO "RTNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNL-KEY
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LIMIT-PENDING-FILE ASSIGN TO "CLMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLP-CUSTOMER-ID
               FILE STATUS IS WS-LIMIT-PENDING-STATUS.
           SELECT OVER-LIMIT-CASE-FILE ASSIGN TO "OLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLC-CUSTOMER-ID
               FILE STATUS IS WS-OVER-LIMIT-CASE-STATUS.
           SELECT ESCHEAT-CASE-FILE ASSIGN TO "ESCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CASE-KEY
               FILE STATUS IS WS-ESCHEAT-CASE-STATUS.
           SELECT RATE-NOTICE-IN-FILE ASSIGN TO "RTNOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-NOTICE-IN-STATUS.
           SELECT RATE-NOTICE-OUT-FILE ASSIGN TO "RTNOTCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-NOTICE-OUT-STATUS.
           SELECT ERASURE-DELTA-FILE ASSIGN TO "ERASDLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASURE-DELTA-STATUS.
           SELECT CERTIFICATE-REPORT-FILE ASSIGN TO "ERASCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
           COPY "erasreq.cpy".

       FD  CORRECTION-TRANSACTION-FILE.
           COPY "corrtrn.cpy".

       FD  CUSTOMER-RECYCLE-FILE
           RECORD CONTAINS 254 CHARACTERS.
       01  RECYCLE-CUSTOMER-RCD        PIC X(254).

       FD  TOKEN-MAP-FILE.
           COPY "toknmap.cpy".

       FD  AUDIT-INDEX-FILE.
           COPY "custaudx.cpy".

       FD  HISTORY-IN-FILE.
           COPY "custhist.cpy".

       FD  HISTORY-OUT-FILE.
           COPY "custhist.cpy"
               REPLACING CUSTOMER-ACCT-HISTORY-RCD
                             BY HISTORY-OUT-RCD
                         CAH-KEY BY CHO-KEY
                         CAH-CUSTOMER-ID BY CHO-CUSTOMER-ID
                         CAH-SNAPSHOT-YEAR-MONTH
                             BY CHO-SNAPSHOT-YEAR-MONTH
                         CAH-ACCT-COUNT BY CHO-ACCT-COUNT
                         CAH-ACCT-BALANCE BY CHO-ACCT-BALANCE
                         CAH-INTEREST-RATE BY CHO-INTEREST-RATE
                         CAH-SNAPSHOT-TS BY CHO-SNAPSHOT-TS.

       FD  REJECT-HOLD-IN-FILE.
           COPY "rejhold.cpy".

       FD  REJECT-HOLD-OUT-FILE.
           COPY "rejhold.cpy"
               REPLACING REJECT-HOLD-RCD BY REJECT-HOLD-OUT-RCD
                         RH-CUSTOMER-ID BY RHO-CUSTOMER-ID
                         RH-HELD-DATE BY RHO-HELD-DATE
                         RH-CUSTOMER-IMAGE BY RHO-CUSTOMER-IMAGE.

       FD  AUDIT-IN-FILE.
           COPY "custaud.cpy".

       FD  AUDIT-OUT-FILE
           RECORD CONTAINS 142 CHARACTERS.
       01  AUDIT-OUT-RCD               PIC X(142).

       FD  TAXPAYER-XREF-FILE.
           COPY "tinxref.cpy".

       FD  RATE-NOTICE-LOG-FILE.
           COPY "rtnlog.cpy".

       FD  LIMIT-PENDING-FILE.
           COPY "clmpend.cpy".

       FD  OVER-LIMIT-CASE-FILE.
           COPY "olcase.cpy".

       FD  ESCHEAT-CASE-FILE.
           COPY "esccase.cpy".

       FD  RATE-NOTICE-IN-FILE.
           COPY "rtnotc.cpy".

       FD  RATE-NOTICE-OUT-FILE
           RECORD CONTAINS 227 CHARACTERS.
       01  RATE-NOTICE-OUT-RCD         PIC X(227).

       FD  ERASURE-DELTA-FILE.
           COPY "custdlt.cpy".

       FD  CERTIFICATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CERTIFICATE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERASURE-REQUEST-STATUS   PIC X(2).
       01  WS-CORRECTION-STATUS        PIC X(2).
       01  WS-CUSTOMER-RECYCLE-STATUS  PIC X(2).
       01  WS-TOKEN-MAP-STATUS         PIC X(2).
       01  WS-AUDIT-INDEX-STATUS       PIC X(2).
       01  WS-HISTORY-IN-STATUS        PIC X(2).
       01  WS-HISTORY-OUT-STATUS       PIC X(2).
       01  WS-REJECT-HOLD-IN-STATUS    PIC X(2).
       01  WS-REJECT-HOLD-OUT-STATUS   PIC X(2).
       01  WS-AUDIT-IN-STATUS          PIC X(2).
       01  WS-AUDIT-OUT-STATUS         PIC X(2).
       01  WS-TAXPAYER-XREF-STATUS     PIC X(2).
       01  WS-NOTICE-LOG-STATUS        PIC X(2).
       01  WS-LIMIT-PENDING-STATUS     PIC X(2).
       01  WS-OVER-LIMIT-CASE-STATUS   PIC X(2).
       01  WS-ESCHEAT-CASE-STATUS      PIC X(2).
       01  WS-RATE-NOTICE-IN-STATUS    PIC X(2).
       01  WS-RATE-NOTICE-OUT-STATUS   PIC X(2).
       01  WS-ERASURE-DELTA-STATUS     PIC X(2).
       01  WS-CERTIFICATE-STATUS       PIC X(2).

       01  WS-END-OF-REQUESTS          PIC X(1) VALUE "N".
           88  END-OF-REQUESTS         VALUE "Y".
       01  WS-END-OF-SCAN              PIC X(1).
           88  END-OF-SCAN             VALUE "Y".
       01  WS-VAULT-PRESENT            PIC X(1) VALUE "N".
           88  VAULT-PRESENT           VALUE "Y".
       01  WS-AUDIT-INDEX-PRESENT      PIC X(1) VALUE "N".
           88  AUDIT-INDEX-PRESENT     VALUE "Y".
       01  WS-TIN-XREF-PRESENT         PIC X(1) VALUE "N".
           88  TIN-XREF-PRESENT        VALUE "Y".
       01  WS-NOTICE-LOG-PRESENT       PIC X(1) VALUE "N".
           88  NOTICE-LOG-PRESENT      VALUE "Y".
       01  WS-LIMIT-PENDING-PRESENT    PIC X(1) VALUE "N".
           88  LIMIT-PENDING-PRESENT   VALUE "Y".
       01  WS-OLCASE-PRESENT           PIC X(1) VALUE "N".
           88  OLCASE-PRESENT          VALUE "Y".
       01  WS-ESCCASE-PRESENT          PIC X(1) VALUE "N".
           88  ESCCASE-PRESENT         VALUE "Y".
       01  WS-REQUEST-TABLE-FULL       PIC X(1) VALUE "N".
           88  REQUEST-TABLE-FULL      VALUE "Y".
       01  WS-IN-FLIGHT-TABLE-FULL     PIC X(1) VALUE "N".
           88  IN-FLIGHT-TABLE-FULL    VALUE "Y".
       01  WS-CUSTOMER-ERASED          PIC X(1).
           88  CUSTOMER-ERASED         VALUE "Y".
       01  WS-PERSONAL-FIELD           PIC X(1).
           88  PERSONAL-FIELD          VALUE "Y".
       01  WS-IN-FLIGHT                PIC X(1).
           88  IN-FLIGHT               VALUE "Y".

      *    One entry per request, carrying the per-store counts the
      *    certificate prints once every store has been worked.
       01  WS-REQUEST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY OCCURS 500 TIMES.
               10  WS-REQ-REQUEST-ID       PIC X(12).
               10  WS-REQ-CUSTOMER-ID      PIC X(10).
               10  WS-REQ-RECEIVED-DATE    PIC 9(8).
               10  WS-REQ-APPROVED-BY      PIC X(8).
               10  WS-REQ-APPROVED-DATE    PIC 9(8).
               10  WS-REQ-DISPOSITION      PIC X(1).
                   88  REQ-ERASED          VALUE "E".
                   88  REQ-REFUSED         VALUE "R".
               10  WS-REQ-REFUSAL-REASON   PIC X(40).
               10  WS-REQ-MASTER-COUNT     PIC 9(7).
               10  WS-REQ-VAULT-COUNT      PIC 9(7).
               10  WS-REQ-HISTORY-COUNT    PIC 9(7).
               10  WS-REQ-HOLD-COUNT       PIC 9(7).
               10  WS-REQ-AUDIT-COUNT      PIC 9(7).
               10  WS-REQ-AUDIT-IX-COUNT   PIC 9(7).
               10  WS-REQ-DELTA-COUNT      PIC 9(7).
               10  WS-REQ-TIN-COUNT        PIC 9(7).
               10  WS-REQ-NOTICE-LOG-COUNT PIC 9(7).
               10  WS-REQ-NOTICE-COUNT     PIC 9(7).
               10  WS-REQ-PENDING-COUNT    PIC 9(7).
               10  WS-REQ-OLCASE-COUNT     PIC 9(7).
               10  WS-REQ-ESCCASE-COUNT    PIC 9(7).
       01  WS-REQ-IDX                  PIC 9(3).
       01  WS-PRIOR-IDX                PIC 9(3).
       01  WS-FOUND-IDX                PIC 9(3).

       01  WS-IN-FLIGHT-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-IN-FLIGHT-TABLE.
           05  WS-IN-FLIGHT-ID         PIC X(10) OCCURS 5000 TIMES.
       01  WS-FLIGHT-IDX               PIC 9(4).
       01  WS-SCAN-CUSTOMER-ID         PIC X(10).

       01  WS-MINQ-FUNCTION            PIC X(1).
       01  WS-MINQ-CUSTOMER-ID         PIC X(10).
       01  WS-MINQ-IMAGE               PIC X(254).
       01  WS-MINQ-RETURN-CODE         PIC 9(2).

       01  WS-CONTAINER.
           COPY "test3.cpy".
       01  WS-IDX                      PIC 9(2).

       01  WS-SAVE-VAULT-KEY.
           05  WS-SAVE-CUSTOMER-ID     PIC X(10).
           05  WS-SAVE-FIELD-CODE      PIC X(4).
       01  WS-SAVE-NOTICE-LOG-KEY      PIC X(20).
       01  WS-SAVE-ESCHEAT-CASE-KEY    PIC X(12).

       01  WS-ERASED-VALUE             PIC X(32) VALUE "ERASED".

       01  WS-REQUESTS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ERASED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CURRENT-TS               PIC X(26).
       01  WS-CURRENT-DATE-NUM         PIC 9(8).

       01  WS-CERT-HEADER-1.
           05  FILLER                  PIC X(32) VALUE
               "CERTIFICATE OF ERASURE - REQUEST".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CRT-REQUEST-ID       PIC X(12).
           05  FILLER                  PIC X(87) VALUE SPACES.
       01  WS-CERT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "CUSTOMER-ID ".
           05  WS-CRT-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(11) VALUE "  RECEIVED ".
           05  WS-CRT-RECEIVED-DATE    PIC 9(8).
           05  FILLER                  PIC X(14) VALUE
               "  APPROVED BY ".
           05  WS-CRT-APPROVED-BY      PIC X(8).
           05  FILLER                  PIC X(4) VALUE " ON ".
           05  WS-CRT-APPROVED-DATE    PIC 9(8).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  WS-CERT-COLUMN-HDR.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STORE     ".
           05  FILLER                  PIC X(40) VALUE
               "ACTION TAKEN".
           05  FILLER                  PIC X(9) VALUE "    COUNT".
           05  FILLER                  PIC X(69) VALUE SPACES.
       01  WS-CERT-STORE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-CRT-STORE            PIC X(10).
           05  WS-CRT-ACTION           PIC X(40).
           05  WS-CRT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(69) VALUE SPACES.
       01  WS-CERT-RETAINED-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-CRT-RETAINED-STORE   PIC X(10).
           05  WS-CRT-RETAINED-ACTION  PIC X(40).
           05  FILLER                  PIC X(78) VALUE SPACES.
       01  WS-CERT-DISPOSITION.
           05  FILLER                  PIC X(13) VALUE
               "DISPOSITION: ".
           05  WS-CRT-DISPOSITION      PIC X(9).
           05  WS-CRT-REASON           PIC X(40).
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-CERT-ATTESTATION.
           05  FILLER                  PIC X(13) VALUE
               "CERTIFIED BY ".
           05  WS-CRT-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  WS-CRT-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(4) VALUE " AT ".
           05  WS-CRT-CERTIFIED-TS     PIC X(26).
           05  FILLER                  PIC X(72) VALUE SPACES.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-CURRENT-DATE-NUM

           PERFORM 1000-LOAD-REQUESTS
           IF REQUEST-TABLE-FULL
      *        A request past the table would go unanswered with no
      *        certificate -- fail the step so ops split the file.
               DISPLAY "CUSTERAS: REQUEST TABLE FULL, ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-IN-FLIGHT-IDS
           IF IN-FLIGHT-TABLE-FULL
               DISPLAY "CUSTERAS: IN-FLIGHT REPAIR TABLE FULL, "
                       "ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CERTIFICATE-REPORT-FILE
           IF WS-CERTIFICATE-STATUS NOT = "00"
               DISPLAY "CUSTERAS: OPEN ERASCERT FAILED, STATUS="
                       WS-CERTIFICATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ERASURE-DELTA-FILE
           IF WS-ERASURE-DELTA-STATUS NOT = "00"
               DISPLAY "CUSTERAS: OPEN ERASDLT FAILED, STATUS="
                       WS-ERASURE-DELTA-STATUS
               CLOSE CERTIFICATE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-OPEN-KEYED-STORES

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
               PERFORM 2000-SCREEN-ONE-REQUEST
               IF NOT REQ-REFUSED (WS-REQ-IDX)
                   PERFORM 2500-ERASE-KEYED-STORES
               END-IF
           END-PERFORM

           IF VAULT-PRESENT
               CLOSE TOKEN-MAP-FILE
           END-IF
           IF AUDIT-INDEX-PRESENT
               CLOSE AUDIT-INDEX-FILE
           END-IF
           PERFORM 1300-CLOSE-CASE-STORES
           CLOSE ERASURE-DELTA-FILE

      *    The sequential stores are rolled to their next generation
      *    even on a night with nothing erased -- the JCL swaps every
      *    output in, so each one must be a complete copy.
           PERFORM 4000-PURGE-HISTORY-GENERATION
           PERFORM 4500-PURGE-HOLD-GENERATION
           PERFORM 4700-PURGE-NOTICE-GENERATION
           PERFORM 5000-SCRUB-AUDIT-TRAIL

           PERFORM 7000-WRITE-CERTIFICATES
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE CERTIFICATE-REPORT-FILE

           DISPLAY "CUSTERAS: REQUESTS=" WS-REQUESTS-READ-COUNT
                   " ERASED=" WS-ERASED-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
           IF RETURN-CODE = ZERO AND WS-REFUSED-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-REQUESTS.
           OPEN INPUT ERASURE-REQUEST-FILE
           IF WS-ERASURE-REQUEST-STATUS = "35"
               DISPLAY "CUSTERAS: NO ERASREQ FILE, NO REQUESTS TONIGHT"
               SET END-OF-REQUESTS TO TRUE
           ELSE
               IF WS-ERASURE-REQUEST-STATUS NOT = "00"
                   DISPLAY "CUSTERAS: OPEN ERASREQ FAILED, STATUS="
                           WS-ERASURE-REQUEST-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL END-OF-REQUESTS
               READ ERASURE-REQUEST-FILE
                   AT END
                       SET END-OF-REQUESTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ-COUNT
                       PERFORM 1050-TABLE-ONE-REQUEST
               END-READ
           END-PERFORM

           IF WS-ERASURE-REQUEST-STATUS NOT = "35"
               CLOSE ERASURE-REQUEST-FILE
           END-IF.

       1050-TABLE-ONE-REQUEST.
           IF WS-REQUEST-COUNT < 500
               ADD 1 TO WS-REQUEST-COUNT
               MOVE ERQ-REQUEST-ID
                 TO WS-REQ-REQUEST-ID (WS-REQUEST-COUNT)
               MOVE ERQ-CUSTOMER-ID
                 TO WS-REQ-CUSTOMER-ID (WS-REQUEST-COUNT)
               MOVE ERQ-RECEIVED-DATE
                 TO WS-REQ-RECEIVED-DATE (WS-REQUEST-COUNT)
               MOVE ERQ-APPROVED-BY
                 TO WS-REQ-APPROVED-BY (WS-REQUEST-COUNT)
               MOVE ERQ-APPROVED-DATE
                 TO WS-REQ-APPROVED-DATE (WS-REQUEST-COUNT)
               MOVE SPACE TO WS-REQ-DISPOSITION (WS-REQUEST-COUNT)
               MOVE SPACES TO WS-REQ-REFUSAL-REASON (WS-REQUEST-COUNT)
               MOVE ZERO TO WS-REQ-MASTER-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-VAULT-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-HISTORY-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-HOLD-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-AUDIT-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-AUDIT-IX-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-DELTA-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-TIN-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-NOTICE-LOG-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-NOTICE-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-PENDING-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-OLCASE-COUNT (WS-REQUEST-COUNT)
                            WS-REQ-ESCCASE-COUNT (WS-REQUEST-COUNT)
           ELSE
               SET REQUEST-TABLE-FULL TO TRUE
           END-IF.

       1100-LOAD-IN-FLIGHT-IDS.
      *    Customers with a repair in flight: a correction keyed for
      *    tonight's CUSTREPR, or an image already on the recycle file
      *    headed back into CUSTIN.  Both files are optional -- a
      *    night with no repairs keyed is the usual case.
           MOVE "N" TO WS-END-OF-SCAN
           OPEN INPUT CORRECTION-TRANSACTION-FILE
           IF WS-CORRECTION-STATUS = "35"
               SET END-OF-SCAN TO TRUE
           ELSE
               IF WS-CORRECTION-STATUS NOT = "00"
                   DISPLAY "CUSTERAS: OPEN CORRTRN FAILED, STATUS="
                           WS-CORRECTION-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM UNTIL END-OF-SCAN
               READ CORRECTION-TRANSACTION-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE CR-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
                       PERFORM 1150-TABLE-IN-FLIGHT-ID
               END-READ
           END-PERFORM
           IF WS-CORRECTION-STATUS NOT = "35"
               CLOSE CORRECTION-TRANSACTION-FILE
           END-IF

           MOVE "N" TO WS-END-OF-SCAN
           OPEN INPUT CUSTOMER-RECYCLE-FILE
           IF WS-CUSTOMER-RECYCLE-STATUS = "35"
               SET END-OF-SCAN TO TRUE
           ELSE
               IF WS-CUSTOMER-RECYCLE-STATUS NOT = "00"
                   DISPLAY "CUSTERAS: OPEN CUSTRCYC FAILED, STATUS="
                           WS-CUSTOMER-RECYCLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM UNTIL END-OF-SCAN
               READ CUSTOMER-RECYCLE-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE RECYCLE-CUSTOMER-RCD (1:10)
                         TO WS-SCAN-CUSTOMER-ID
                       PERFORM 1150-TABLE-IN-FLIGHT-ID
               END-READ
           END-PERFORM
           IF WS-CUSTOMER-RECYCLE-STATUS NOT = "35"
               CLOSE CUSTOMER-RECYCLE-FILE
           END-IF.

       1150-TABLE-IN-FLIGHT-ID.
           IF WS-IN-FLIGHT-COUNT < 5000
               ADD 1 TO WS-IN-FLIGHT-COUNT
               MOVE WS-SCAN-CUSTOMER-ID
                 TO WS-IN-FLIGHT-ID (WS-IN-FLIGHT-COUNT)
           ELSE
               SET IN-FLIGHT-TABLE-FULL TO TRUE
           END-IF.

       1200-OPEN-KEYED-STORES.
           OPEN I-O TOKEN-MAP-FILE
           IF WS-TOKEN-MAP-STATUS = "35"
               DISPLAY "CUSTERAS: NO TOKNMAP FILE, "
                       "NO VAULT ENTRIES TO ERASE"
           ELSE
               IF WS-TOKEN-MAP-STATUS NOT = "00"
                   DISPLAY "CUSTERAS: OPEN TOKNMAP FAILED, STATUS="
                           WS-TOKEN-MAP-STATUS
                   CLOSE CERTIFICATE-REPORT-FILE
                   CLOSE ERASURE-DELTA-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ELSE
                   SET VAULT-PRESENT TO TRUE
               END-IF
           END-IF

           OPEN I-O AUDIT-INDEX-FILE
           IF WS-AUDIT-INDEX-STATUS = "35"
               DISPLAY "CUSTERAS: NO CUSTAUDX FILE, "
                       "NO INDEXED AUDIT RECORDS TO SCRUB"
           ELSE
               IF WS-AUDIT-INDEX-STATUS NOT = "00"
                   DISPLAY "CUSTERAS: OPEN CUSTAUDX FAILED, STATUS="
                           WS-AUDIT-INDEX-STATUS
                   CLOSE CERTIFICATE-REPORT-FILE
                   CLOSE ERASURE-DELTA-FILE
                   IF VAULT-PRESENT
                       CLOSE TOKEN-MAP-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ELSE
                   SET AUDIT-INDEX-PRESENT TO TRUE
               END-IF
           END-IF

      *    The stores the later steps keep by customer.  Each one is
      *    optional -- a store never created holds nobody.  A store
      *    that will not open fails the step before anyone is erased,
      *    since a certificate must not claim what was not done.
           OPEN I-O TAXPAYER-XREF-FILE
           IF WS-TAXPAYER-XREF-STATUS = "00"
               SET TIN-XREF-PRESENT TO TRUE
           ELSE
               IF WS-TAXPAYER-XREF-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: OPEN TINXREF FAILED, STATUS="
                           WS-TAXPAYER-XREF-STATUS
                   PERFORM 1250-ABANDON-OPEN
               END-IF
           END-IF
           OPEN I-O RATE-NOTICE-LOG-FILE
           IF WS-NOTICE-LOG-STATUS = "00"
               SET NOTICE-LOG-PRESENT TO TRUE
           ELSE
               IF WS-NOTICE-LOG-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: OPEN RTNLOG FAILED, STATUS="
                           WS-NOTICE-LOG-STATUS
                   PERFORM 1250-ABANDON-OPEN
               END-IF
           END-IF
           OPEN I-O LIMIT-PENDING-FILE
           IF WS-LIMIT-PENDING-STATUS = "00"
               SET LIMIT-PENDING-PRESENT TO TRUE
           ELSE
               IF WS-LIMIT-PENDING-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: OPEN CLMPEND FAILED, STATUS="
                           WS-LIMIT-PENDING-STATUS
                   PERFORM 1250-ABANDON-OPEN
               END-IF
           END-IF
           OPEN I-O OVER-LIMIT-CASE-FILE
           IF WS-OVER-LIMIT-CASE-STATUS = "00"
               SET OLCASE-PRESENT TO TRUE
           ELSE
               IF WS-OVER-LIMIT-CASE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: OPEN OLCASE FAILED, STATUS="
                           WS-OVER-LIMIT-CASE-STATUS
                   PERFORM 1250-ABANDON-OPEN
               END-IF
           END-IF
           OPEN I-O ESCHEAT-CASE-FILE
           IF WS-ESCHEAT-CASE-STATUS = "00"
               SET ESCCASE-PRESENT TO TRUE
           ELSE
               IF WS-ESCHEAT-CASE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: OPEN ESCCASE FAILED, STATUS="
                           WS-ESCHEAT-CASE-STATUS
                   PERFORM 1250-ABANDON-OPEN
               END-IF
           END-IF.

       1250-ABANDON-OPEN.
           CLOSE CERTIFICATE-REPORT-FILE
           CLOSE ERASURE-DELTA-FILE
           IF VAULT-PRESENT
               CLOSE TOKEN-MAP-FILE
           END-IF
           IF AUDIT-INDEX-PRESENT
               CLOSE AUDIT-INDEX-FILE
           END-IF
           PERFORM 1300-CLOSE-CASE-STORES
           MOVE 16 TO RETURN-CODE
           GOBACK.

       1300-CLOSE-CASE-STORES.
           IF TIN-XREF-PRESENT
               CLOSE TAXPAYER-XREF-FILE
           END-IF
           IF NOTICE-LOG-PRESENT
               CLOSE RATE-NOTICE-LOG-FILE
           END-IF
           IF LIMIT-PENDING-PRESENT
               CLOSE LIMIT-PENDING-FILE
           END-IF
           IF OLCASE-PRESENT
               CLOSE OVER-LIMIT-CASE-FILE
           END-IF
           IF ESCCASE-PRESENT
               CLOSE ESCHEAT-CASE-FILE
           END-IF.

       2000-SCREEN-ONE-REQUEST.
           IF WS-REQ-APPROVED-BY (WS-REQ-IDX) = SPACES
               MOVE "REQUEST NOT APPROVED"
                 TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
               PERFORM 2900-REFUSE-REQUEST
           END-IF

           IF NOT REQ-REFUSED (WS-REQ-IDX)
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-IDX NOT < WS-REQ-IDX
                       OR REQ-REFUSED (WS-REQ-IDX)
                   IF WS-REQ-CUSTOMER-ID (WS-PRIOR-IDX)
                       = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                       AND NOT REQ-REFUSED (WS-PRIOR-IDX)
                       MOVE "CUSTOMER ALREADY REQUESTED THIS RUN"
                         TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                       PERFORM 2900-REFUSE-REQUEST
                   END-IF
               END-PERFORM
           END-IF

           IF NOT REQ-REFUSED (WS-REQ-IDX)
               MOVE "N" TO WS-IN-FLIGHT
               PERFORM VARYING WS-FLIGHT-IDX FROM 1 BY 1
                       UNTIL WS-FLIGHT-IDX > WS-IN-FLIGHT-COUNT
                       OR IN-FLIGHT
                   IF WS-IN-FLIGHT-ID (WS-FLIGHT-IDX)
                       = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                       SET IN-FLIGHT TO TRUE
                   END-IF
               END-PERFORM
               IF IN-FLIGHT
                   MOVE "OPEN HOLD, REPAIR IN FLIGHT"
                     TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                   PERFORM 2900-REFUSE-REQUEST
               END-IF
           END-IF

           IF NOT REQ-REFUSED (WS-REQ-IDX) AND OLCASE-PRESENT
               PERFORM 2200-CHECK-OVER-LIMIT-CASE
           END-IF

           IF NOT REQ-REFUSED (WS-REQ-IDX) AND ESCCASE-PRESENT
               PERFORM 2300-CHECK-ESCHEAT-CASES
           END-IF

           IF NOT REQ-REFUSED (WS-REQ-IDX)
               PERFORM 2100-CHECK-MASTER-BALANCES
           END-IF.

       2100-CHECK-MASTER-BALANCES.
      *    A customer already closed off the master can still be
      *    erased from everything else; one still on it must owe and
      *    be owed nothing.
           MOVE "R" TO WS-MINQ-FUNCTION
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO WS-MINQ-CUSTOMER-ID
           CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                  WS-MINQ-CUSTOMER-ID
                                  WS-MINQ-IMAGE
                                  WS-MINQ-RETURN-CODE
           IF WS-MINQ-RETURN-CODE = ZERO
               MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
                       OR REQ-REFUSED (WS-REQ-IDX)
                   IF CUSTOMER-ACCT-BALANCE (WS-IDX) NOT = ZERO
                       MOVE "ACCOUNT BALANCE NOT ZERO"
                         TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                       PERFORM 2900-REFUSE-REQUEST
                   END-IF
               END-PERFORM
           ELSE
           IF WS-MINQ-RETURN-CODE NOT = 96
               MOVE "MASTER READ FAILED"
                 TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
               PERFORM 2900-REFUSE-REQUEST
           END-IF
           END-IF.

       2200-CHECK-OVER-LIMIT-CASE.
      *    An open case is a debt in collection; a cured one is only
      *    history and goes with the rest.
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO OLC-CUSTOMER-ID
           READ OVER-LIMIT-CASE-FILE
               KEY IS OLC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OLC-CASE-STATUS = "O"
                       MOVE "OPEN OVER-LIMIT CASE"
                         TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                       PERFORM 2900-REFUSE-REQUEST
                   END-IF
           END-READ.

       2300-CHECK-ESCHEAT-CASES.
      *    Once the due-diligence letter is out or the property is
      *    filed, the state is owed the record -- the customer cannot
      *    be erased from under it.
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO ESC-CUSTOMER-ID
           MOVE ZERO TO ESC-OCCURRENCE-INDEX
           START ESCHEAT-CASE-FILE KEY NOT LESS THAN ESC-CASE-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ ESCHEAT-CASE-FILE NEXT
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ESC-CUSTOMER-ID
                           NOT = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF ESC-CASE-STATUS = "L"
                               OR ESC-CASE-STATUS = "F"
                               MOVE "ESCHEATMENT CASE LETTERED OR FILED"
                                 TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                               PERFORM 2900-REFUSE-REQUEST
                               SET END-OF-SCAN TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2500-ERASE-KEYED-STORES.
           IF WS-MINQ-RETURN-CODE = ZERO
               MOVE "D" TO WS-MINQ-FUNCTION
               MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                 TO WS-MINQ-CUSTOMER-ID
               CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                      WS-MINQ-CUSTOMER-ID
                                      WS-MINQ-IMAGE
                                      WS-MINQ-RETURN-CODE
               IF WS-MINQ-RETURN-CODE NOT = ZERO
                   MOVE "MASTER DELETE FAILED"
                     TO WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                   PERFORM 2900-REFUSE-REQUEST
               ELSE
                   MOVE 1 TO WS-REQ-MASTER-COUNT (WS-REQ-IDX)
               END-IF
           END-IF

           IF NOT REQ-REFUSED (WS-REQ-IDX)
               SET REQ-ERASED (WS-REQ-IDX) TO TRUE
               ADD 1 TO WS-ERASED-COUNT
               IF VAULT-PRESENT
                   PERFORM 3000-PURGE-VAULT-ENTRIES
               END-IF
               IF AUDIT-INDEX-PRESENT
                   PERFORM 3500-SCRUB-AUDIT-INDEX
               END-IF
               IF TIN-XREF-PRESENT
                   PERFORM 3700-DELETE-TAX-XREF
               END-IF
               IF NOTICE-LOG-PRESENT
                   PERFORM 3750-PURGE-NOTICE-LOG
               END-IF
               IF LIMIT-PENDING-PRESENT
                   PERFORM 3800-DELETE-LIMIT-PENDING
               END-IF
               IF OLCASE-PRESENT
                   PERFORM 3850-DELETE-OVER-LIMIT-CASE
               END-IF
               IF ESCCASE-PRESENT
                   PERFORM 3900-PURGE-ESCHEAT-CASES
               END-IF
               MOVE "D" TO CD-CHANGE-TYPE
               MOVE SPACES TO CD-CUSTOMER-IMAGE
               MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                 TO CD-CUSTOMER-IMAGE (1:10)
               WRITE CUSTOMER-DELTA-RCD
               MOVE 1 TO WS-REQ-DELTA-COUNT (WS-REQ-IDX)
           END-IF.

       2900-REFUSE-REQUEST.
           SET REQ-REFUSED (WS-REQ-IDX) TO TRUE
           ADD 1 TO WS-REFUSED-COUNT.

       3000-PURGE-VAULT-ENTRIES.
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
             TO TOKEN-MAP-CUSTOMER-ID
           MOVE LOW-VALUES TO TOKEN-MAP-FIELD-CODE
           START TOKEN-MAP-FILE KEY NOT LESS THAN TOKEN-MAP-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ TOKEN-MAP-FILE NEXT
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF TOKEN-MAP-CUSTOMER-ID
                           = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                           PERFORM 3100-DELETE-VAULT-ENTRY
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3100-DELETE-VAULT-ENTRY.
      *    The delete moves the file position -- restart the walk just
      *    past the deleted key, the way CUSTMERG cleans a loser.
           MOVE TOKEN-MAP-KEY TO WS-SAVE-VAULT-KEY
           DELETE TOKEN-MAP-FILE
               INVALID KEY
                   DISPLAY "CUSTERAS: VAULT DELETE FAILED FOR "
                           WS-SAVE-CUSTOMER-ID " "
                           WS-SAVE-FIELD-CODE
                           " STATUS=" WS-TOKEN-MAP-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-VAULT-COUNT (WS-REQ-IDX)
           END-DELETE
           MOVE WS-SAVE-VAULT-KEY TO TOKEN-MAP-KEY
           START TOKEN-MAP-FILE KEY GREATER THAN TOKEN-MAP-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.

       3500-SCRUB-AUDIT-INDEX.
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO CAX-CUSTOMER-ID
           MOVE LOW-VALUES TO CAX-CHANGE-TS
           MOVE ZERO TO CAX-CHANGE-SEQ
           START AUDIT-INDEX-FILE KEY NOT LESS THAN CAX-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ AUDIT-INDEX-FILE NEXT
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CAX-CUSTOMER-ID
                           = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                           PERFORM 3600-SCRUB-ONE-AUDIT-IX
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3600-SCRUB-ONE-AUDIT-IX.
           MOVE CAX-FIELD-NAME TO CA-FIELD-NAME
           PERFORM 6950-CHECK-PERSONAL-FIELD
           IF PERSONAL-FIELD
               MOVE WS-ERASED-VALUE TO CAX-BEFORE-VALUE
               MOVE WS-ERASED-VALUE TO CAX-AFTER-VALUE
               REWRITE CUSTOMER-AUDIT-IX-RCD
                   INVALID KEY
                       DISPLAY "CUSTERAS: CUSTAUDX REWRITE FAILED FOR "
                               CAX-CUSTOMER-ID " " CAX-FIELD-NAME
                               " STATUS=" WS-AUDIT-INDEX-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-REQ-AUDIT-IX-COUNT (WS-REQ-IDX)
               END-REWRITE
           END-IF.

       3700-DELETE-TAX-XREF.
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO TX-CUSTOMER-ID
           DELETE TAXPAYER-XREF-FILE
               INVALID KEY
                   IF WS-TAXPAYER-XREF-STATUS NOT = "23"
                       DISPLAY "CUSTERAS: TINXREF DELETE FAILED FOR "
                               TX-CUSTOMER-ID
                               " STATUS=" WS-TAXPAYER-XREF-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-TIN-COUNT (WS-REQ-IDX)
           END-DELETE.

       3750-PURGE-NOTICE-LOG.
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO RNL-CUSTOMER-ID
           MOVE ZERO TO RNL-EFFECTIVE-DATE
           MOVE ZERO TO RNL-OCCURRENCE-INDEX
           START RATE-NOTICE-LOG-FILE KEY NOT LESS THAN RNL-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ RATE-NOTICE-LOG-FILE NEXT
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF RNL-CUSTOMER-ID
                           = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                           PERFORM 3760-DELETE-NOTICE-LOG-ENTRY
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3760-DELETE-NOTICE-LOG-ENTRY.
           MOVE RNL-KEY TO WS-SAVE-NOTICE-LOG-KEY
           DELETE RATE-NOTICE-LOG-FILE
               INVALID KEY
                   DISPLAY "CUSTERAS: RTNLOG DELETE FAILED FOR "
                           RNL-CUSTOMER-ID
                           " STATUS=" WS-NOTICE-LOG-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-NOTICE-LOG-COUNT (WS-REQ-IDX)
           END-DELETE
           MOVE WS-SAVE-NOTICE-LOG-KEY TO RNL-KEY
           START RATE-NOTICE-LOG-FILE KEY GREATER THAN RNL-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.

       3800-DELETE-LIMIT-PENDING.
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO CLP-CUSTOMER-ID
           DELETE LIMIT-PENDING-FILE
               INVALID KEY
                   IF WS-LIMIT-PENDING-STATUS NOT = "23"
                       DISPLAY "CUSTERAS: CLMPEND DELETE FAILED FOR "
                               CLP-CUSTOMER-ID
                               " STATUS=" WS-LIMIT-PENDING-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-PENDING-COUNT (WS-REQ-IDX)
           END-DELETE.

       3850-DELETE-OVER-LIMIT-CASE.
      *    Only a cured case is left by now -- an open one refused
      *    the request.
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO OLC-CUSTOMER-ID
           DELETE OVER-LIMIT-CASE-FILE
               INVALID KEY
                   IF WS-OVER-LIMIT-CASE-STATUS NOT = "23"
                       DISPLAY "CUSTERAS: OLCASE DELETE FAILED FOR "
                               OLC-CUSTOMER-ID
                               " STATUS=" WS-OVER-LIMIT-CASE-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-OLCASE-COUNT (WS-REQ-IDX)
           END-DELETE.

       3900-PURGE-ESCHEAT-CASES.
      *    Only watching and closed cases are left by now -- a
      *    lettered or filed one refused the request.
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO ESC-CUSTOMER-ID
           MOVE ZERO TO ESC-OCCURRENCE-INDEX
           START ESCHEAT-CASE-FILE KEY NOT LESS THAN ESC-CASE-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ ESCHEAT-CASE-FILE NEXT
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ESC-CUSTOMER-ID
                           = WS-REQ-CUSTOMER-ID (WS-REQ-IDX)
                           PERFORM 3910-DELETE-ESCHEAT-CASE
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3910-DELETE-ESCHEAT-CASE.
           MOVE ESC-CASE-KEY TO WS-SAVE-ESCHEAT-CASE-KEY
           DELETE ESCHEAT-CASE-FILE
               INVALID KEY
                   DISPLAY "CUSTERAS: ESCCASE DELETE FAILED FOR "
                           ESC-CUSTOMER-ID
                           " STATUS=" WS-ESCHEAT-CASE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-ESCCASE-COUNT (WS-REQ-IDX)
           END-DELETE
           MOVE WS-SAVE-ESCHEAT-CASE-KEY TO ESC-CASE-KEY
           START ESCHEAT-CASE-FILE KEY GREATER THAN ESC-CASE-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.

       4000-PURGE-HISTORY-GENERATION.
           OPEN OUTPUT HISTORY-OUT-FILE
           IF WS-HISTORY-OUT-STATUS NOT = "00"
               DISPLAY "CUSTERAS: OPEN HISTOUT FAILED, STATUS="
                       WS-HISTORY-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-END-OF-SCAN
               OPEN INPUT HISTORY-IN-FILE
               IF WS-HISTORY-IN-STATUS = "35"
                   SET END-OF-SCAN TO TRUE
               ELSE
                   IF WS-HISTORY-IN-STATUS NOT = "00"
                       DISPLAY "CUSTERAS: OPEN HISTIN FAILED, STATUS="
                               WS-HISTORY-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET END-OF-SCAN TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ HISTORY-IN-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 4100-DISPOSE-HISTORY-RCD
                   END-READ
               END-PERFORM
               IF WS-HISTORY-IN-STATUS = "00"
                   OR WS-HISTORY-IN-STATUS = "10"
                   CLOSE HISTORY-IN-FILE
               END-IF
               CLOSE HISTORY-OUT-FILE
           END-IF.

       4100-DISPOSE-HISTORY-RCD.
           MOVE CAH-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 6900-FIND-ERASED-CUSTOMER
           IF CUSTOMER-ERASED
               ADD 1 TO WS-REQ-HISTORY-COUNT (WS-FOUND-IDX)
           ELSE
      *        Count first so the DEPENDING ON group on the output
      *        record is sized before the snapshot lands in it.
               MOVE CAH-ACCT-COUNT TO CHO-ACCT-COUNT
               MOVE CUSTOMER-ACCT-HISTORY-RCD TO HISTORY-OUT-RCD
               WRITE HISTORY-OUT-RCD
           END-IF.

       4500-PURGE-HOLD-GENERATION.
           OPEN OUTPUT REJECT-HOLD-OUT-FILE
           IF WS-REJECT-HOLD-OUT-STATUS NOT = "00"
               DISPLAY "CUSTERAS: OPEN REJHLDO FAILED, STATUS="
                       WS-REJECT-HOLD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-END-OF-SCAN
               OPEN INPUT REJECT-HOLD-IN-FILE
               IF WS-REJECT-HOLD-IN-STATUS = "35"
                   SET END-OF-SCAN TO TRUE
               ELSE
                   IF WS-REJECT-HOLD-IN-STATUS NOT = "00"
                       DISPLAY "CUSTERAS: OPEN REJHOLD FAILED, STATUS="
                               WS-REJECT-HOLD-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET END-OF-SCAN TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ REJECT-HOLD-IN-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 4600-DISPOSE-HOLD-RCD
                   END-READ
               END-PERFORM
               IF WS-REJECT-HOLD-IN-STATUS = "00"
                   OR WS-REJECT-HOLD-IN-STATUS = "10"
                   CLOSE REJECT-HOLD-IN-FILE
               END-IF
               CLOSE REJECT-HOLD-OUT-FILE
           END-IF.

       4600-DISPOSE-HOLD-RCD.
           MOVE RH-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 6900-FIND-ERASED-CUSTOMER
           IF CUSTOMER-ERASED
               ADD 1 TO WS-REQ-HOLD-COUNT (WS-FOUND-IDX)
           ELSE
               MOVE RH-CUSTOMER-ID TO RHO-CUSTOMER-ID
               MOVE RH-HELD-DATE TO RHO-HELD-DATE
               MOVE RH-CUSTOMER-IMAGE TO RHO-CUSTOMER-IMAGE
               WRITE REJECT-HOLD-OUT-RCD
           END-IF.

       4700-PURGE-NOTICE-GENERATION.
      *    Notices CUSTRTNT printed that have not gone to the mailer
      *    yet; an erased customer's is not sent.
           OPEN OUTPUT RATE-NOTICE-OUT-FILE
           IF WS-RATE-NOTICE-OUT-STATUS NOT = "00"
               DISPLAY "CUSTERAS: OPEN RTNOTCO FAILED, STATUS="
                       WS-RATE-NOTICE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-END-OF-SCAN
               OPEN INPUT RATE-NOTICE-IN-FILE
               IF WS-RATE-NOTICE-IN-STATUS = "35"
                   SET END-OF-SCAN TO TRUE
               ELSE
                   IF WS-RATE-NOTICE-IN-STATUS NOT = "00"
                       DISPLAY "CUSTERAS: OPEN RTNOTC FAILED, STATUS="
                               WS-RATE-NOTICE-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET END-OF-SCAN TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ RATE-NOTICE-IN-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 4800-DISPOSE-NOTICE-RCD
                   END-READ
               END-PERFORM
               IF WS-RATE-NOTICE-IN-STATUS = "00"
                   OR WS-RATE-NOTICE-IN-STATUS = "10"
                   CLOSE RATE-NOTICE-IN-FILE
               END-IF
               CLOSE RATE-NOTICE-OUT-FILE
           END-IF.

       4800-DISPOSE-NOTICE-RCD.
           MOVE RN-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 6900-FIND-ERASED-CUSTOMER
           IF CUSTOMER-ERASED
               ADD 1 TO WS-REQ-NOTICE-COUNT (WS-FOUND-IDX)
           ELSE
               MOVE RATE-CHANGE-NOTICE-RCD TO RATE-NOTICE-OUT-RCD
               WRITE RATE-NOTICE-OUT-RCD
           END-IF.

       5000-SCRUB-AUDIT-TRAIL.
           OPEN OUTPUT AUDIT-OUT-FILE
           IF WS-AUDIT-OUT-STATUS NOT = "00"
               DISPLAY "CUSTERAS: OPEN AUDOUT FAILED, STATUS="
                       WS-AUDIT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-END-OF-SCAN
               OPEN INPUT AUDIT-IN-FILE
               IF WS-AUDIT-IN-STATUS = "35"
                   SET END-OF-SCAN TO TRUE
               ELSE
                   IF WS-AUDIT-IN-STATUS NOT = "00"
                       DISPLAY "CUSTERAS: OPEN AUDIN FAILED, STATUS="
                               WS-AUDIT-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET END-OF-SCAN TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ AUDIT-IN-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 5100-DISPOSE-AUDIT-RCD
                   END-READ
               END-PERFORM
               IF WS-AUDIT-IN-STATUS = "00"
                   OR WS-AUDIT-IN-STATUS = "10"
                   CLOSE AUDIT-IN-FILE
               END-IF
               CLOSE AUDIT-OUT-FILE
           END-IF.

       5100-DISPOSE-AUDIT-RCD.
           MOVE CA-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
           PERFORM 6900-FIND-ERASED-CUSTOMER
           IF CUSTOMER-ERASED
               PERFORM 6950-CHECK-PERSONAL-FIELD
               IF PERSONAL-FIELD
                   MOVE WS-ERASED-VALUE TO CA-BEFORE-VALUE
                   MOVE WS-ERASED-VALUE TO CA-AFTER-VALUE
                   ADD 1 TO WS-REQ-AUDIT-COUNT (WS-FOUND-IDX)
               END-IF
           END-IF
           MOVE CUSTOMER-AUDIT-RCD TO AUDIT-OUT-RCD
           WRITE AUDIT-OUT-RCD.

       6900-FIND-ERASED-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-ERASED
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > WS-REQUEST-COUNT
                   OR CUSTOMER-ERASED
               IF REQ-ERASED (WS-FOUND-IDX)
                   AND WS-REQ-CUSTOMER-ID (WS-FOUND-IDX)
                       = WS-SCAN-CUSTOMER-ID
                   SET CUSTOMER-ERASED TO TRUE
               END-IF
           END-PERFORM
      *    The VARYING steps once more after the match -- back up to
      *    the entry that matched.
           IF CUSTOMER-ERASED
               SUBTRACT 1 FROM WS-FOUND-IDX
           END-IF.

       6950-CHECK-PERSONAL-FIELD.
      *    The field names CUSTAUDT writes for the name, address and
      *    phone entries -- the personal data.  Balances, rates, the
      *    credit limit and the counts stay for the financial trail.
           MOVE "N" TO WS-PERSONAL-FIELD
           IF CA-FIELD-NAME (1:14) = "CUSTOMER-NAME."
               OR CA-FIELD-NAME (1:13) = "HOME-ADDRESS."
               OR CA-FIELD-NAME = "CUSTOMER-PHONE-ENTRY"
               SET PERSONAL-FIELD TO TRUE
           END-IF.

       7000-WRITE-CERTIFICATES.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
               PERFORM 7100-WRITE-ONE-CERTIFICATE
           END-PERFORM.

       7100-WRITE-ONE-CERTIFICATE.
           MOVE WS-REQ-REQUEST-ID (WS-REQ-IDX) TO WS-CRT-REQUEST-ID
           MOVE WS-CERT-HEADER-1 TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO WS-CRT-CUSTOMER-ID
           MOVE WS-REQ-RECEIVED-DATE (WS-REQ-IDX)
             TO WS-CRT-RECEIVED-DATE
           MOVE WS-REQ-APPROVED-BY (WS-REQ-IDX) TO WS-CRT-APPROVED-BY
           MOVE WS-REQ-APPROVED-DATE (WS-REQ-IDX)
             TO WS-CRT-APPROVED-DATE
           MOVE WS-CERT-HEADER-2 TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE

           IF REQ-ERASED (WS-REQ-IDX)
               MOVE WS-CERT-COLUMN-HDR TO CERTIFICATE-REPORT-LINE
               WRITE CERTIFICATE-REPORT-LINE
               MOVE "CUSTMST" TO WS-CRT-STORE
               MOVE "MASTER RECORD DELETED" TO WS-CRT-ACTION
               MOVE WS-REQ-MASTER-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "TOKNMAP" TO WS-CRT-STORE
               MOVE "VAULT ENTRIES DELETED" TO WS-CRT-ACTION
               MOVE WS-REQ-VAULT-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "CUSTHIST" TO WS-CRT-STORE
               MOVE "SNAPSHOTS PURGED" TO WS-CRT-ACTION
               MOVE WS-REQ-HISTORY-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "REJHOLD" TO WS-CRT-STORE
               MOVE "HELD IMAGES PURGED" TO WS-CRT-ACTION
               MOVE WS-REQ-HOLD-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "CUSTAUD" TO WS-CRT-STORE
               MOVE "AUDIT VALUES SCRUBBED" TO WS-CRT-ACTION
               MOVE WS-REQ-AUDIT-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "CUSTAUDX" TO WS-CRT-STORE
               MOVE "INDEXED AUDIT VALUES SCRUBBED" TO WS-CRT-ACTION
               MOVE WS-REQ-AUDIT-IX-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "ERASDLT" TO WS-CRT-STORE
               MOVE "DELETE DELTA EMITTED FOR BIGQUERY"
                 TO WS-CRT-ACTION
               MOVE WS-REQ-DELTA-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "TINXREF" TO WS-CRT-STORE
               MOVE "TAXPAYER ID CROSS REFERENCE DELETED"
                 TO WS-CRT-ACTION
               MOVE WS-REQ-TIN-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "RTNLOG" TO WS-CRT-STORE
               MOVE "RATE NOTICE LOG ENTRIES DELETED" TO WS-CRT-ACTION
               MOVE WS-REQ-NOTICE-LOG-COUNT (WS-REQ-IDX)
                 TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "RTNOTC" TO WS-CRT-STORE
               MOVE "UNMAILED RATE NOTICES PURGED" TO WS-CRT-ACTION
               MOVE WS-REQ-NOTICE-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "CLMPEND" TO WS-CRT-STORE
               MOVE "PENDING LIMIT INCREASE DELETED" TO WS-CRT-ACTION
               MOVE WS-REQ-PENDING-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "OLCASE" TO WS-CRT-STORE
               MOVE "CURED OVER-LIMIT CASE DELETED" TO WS-CRT-ACTION
               MOVE WS-REQ-OLCASE-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "ESCCASE" TO WS-CRT-STORE
               MOVE "WATCHING OR CLOSED ESCHEAT CASES DELETED"
                 TO WS-CRT-ACTION
               MOVE WS-REQ-ESCCASE-COUNT (WS-REQ-IDX) TO WS-CRT-COUNT
               PERFORM 7200-WRITE-STORE-LINE
               MOVE "TAXHIST" TO WS-CRT-RETAINED-STORE
               MOVE "RETAINED UNDER LEGAL OBLIGATION"
                 TO WS-CRT-RETAINED-ACTION
               PERFORM 7300-WRITE-RETAINED-LINE
               MOVE "ESCHRPT" TO WS-CRT-RETAINED-STORE
               MOVE "RETAINED UNDER LEGAL OBLIGATION"
                 TO WS-CRT-RETAINED-ACTION
               PERFORM 7300-WRITE-RETAINED-LINE
               MOVE "ERASED" TO WS-CRT-DISPOSITION
               MOVE SPACES TO WS-CRT-REASON
           ELSE
               MOVE "REFUSED -" TO WS-CRT-DISPOSITION
               MOVE WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                 TO WS-CRT-REASON
           END-IF
           MOVE WS-CERT-DISPOSITION TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE

           MOVE LS-JOB-ID TO WS-CRT-JOB-ID
           MOVE LS-RUN-ID TO WS-CRT-RUN-ID
           MOVE WS-CURRENT-TS TO WS-CRT-CERTIFIED-TS
           MOVE WS-CERT-ATTESTATION TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE
           MOVE SPACES TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE.

       7200-WRITE-STORE-LINE.
           MOVE WS-CERT-STORE-LINE TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE.

       7300-WRITE-RETAINED-LINE.
           MOVE WS-CERT-RETAINED-LINE TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE.

       8000-WRITE-REPORT-TOTALS.
           MOVE "ERASURE REQUESTS READ         " TO WS-TOT-LABEL
           MOVE WS-REQUESTS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS ERASED              " TO WS-TOT-LABEL
           MOVE WS-ERASED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "REQUESTS REFUSED              " TO WS-TOT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO CERTIFICATE-REPORT-LINE
           WRITE CERTIFICATE-REPORT-LINE.
