      * Step-sequencing driver for the nightly pipeline.  Runs the
      * chain in its fixed order --
      *
      *   05 CUSTXMCK  transmission pre-flight: proves the framed
      *                unload on CUSTXMIT against its trailer and the
      *                register of files already accepted, and only
      *                then writes it to CUSTSRC for the steps below
      *   10 CUSTDELT  change capture against the prior source
      *   20 CUSTVLDT  validation gate
      *   30 CUSTIRCK  interest-rate review
      * -- passing one job-id/run-id pair through the existing LINKAGE
      * parameters, and writes one RUN-LEDGER-RCD per step with start
      * and end timestamps, the record count where the step publishes
      * one (CUSTXMCK's accepted-record count off the transmission
      * register, CUSTCONV's format-control count, CUSTCTOT's
      * source-side control count), and the step's final
      * RETURN-CODE.  The chain
      * stops at the first step that ends non-zero.
      *
      * On a same-day rerun the driver reads the ledger first and
      * must not inherit yesterday's clean entries -- so a restart
      * picks up where the failure left off instead of re-running
      * clean steps.
      *
      * The per-record steps can also run partitioned, as independent
      * streams over customer-id ranges, selected by the run-mode
      * parameter (blank or "U" is the single chain above) --
      *
      *   "S"  front end: steps 05 and 10 only, once for the night
      *   "P"  one partition stream, for the partition-id passed:
      *          15 CUSTPCUT  cuts the range off PARTDEF out of
      *                       CUSTSRC, the CUSTDELT delta (FULLDLT)
      *                       and the hold file (FULLHLD) onto the
      *                       CUSTIN, CUSTDLT and REJHOLD the steps
      *                       below read
      *          20-50        CUSTVLDT, CUSTIRCK, CUSTCONV and
      *                       CUSTCTOT as above against the stream's
      *                       own datasets, the control total written
      *                       under side "Pnn"
      *   "M"  back end, once every stream is clean:
      *          55 CUSTPMRG  ties every partition back to the
      *                       unpartitioned CUSTSRC, merges the
      *                       stream outputs into single files and
      *                       appends the combined SRC control total
      *          60 CUSTCTCM  as above
      *
      * A stream's ledger entries carry the step's four-letter code
      * and the partition ("VLDT-P03"), so each stream restarts on its
      * own: a failed stream is rerun alone and skips only its own
      * clean steps, and CUSTPMRG refuses to merge until every range
      * has finished and balances.
      *
      * The streams run at once, so none of them touches RUNLEDG:
      * each reads and extends its own ledger on STRMLEDG, a dataset
      * of the same layout kept per partition.  The front end and the
      * single chain read and extend RUNLEDG.  The back end extends
      * RUNLEDG but reads its clean steps off LEDGCAT -- RUNLEDG and
      * every stream's STRMLEDG concatenated -- so it, and CUSTSLAT
      * after it, see the whole night.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.
           SELECT STREAM-LEDGER-FILE ASSIGN TO "STRMLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-LEDGER-STATUS.
           SELECT LEDGER-CONCAT-FILE ASSIGN TO "LEDGCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-CONCAT-STATUS.
           SELECT FORMAT-CONTROL-FILE ASSIGN TO "FMTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORMAT-CONTROL-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           SELECT TRANSMISSION-REGISTER-FILE ASSIGN TO "XMITREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PARTITION-CUT-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-LINE             PIC X(91).

       FD  STREAM-LEDGER-FILE.
       01  STREAM-LEDGER-LINE          PIC X(91).

       FD  LEDGER-CONCAT-FILE.
       01  LEDGER-CONCAT-LINE          PIC X(91).

       FD  FORMAT-CONTROL-FILE.
           COPY "fmtctl.cpy".
       FD  CONTROL-TOTAL-FILE.
           COPY "ctltot.cpy".

       FD  TRANSMISSION-REGISTER-FILE.
           COPY "xmitreg.cpy".

       FD  PARTITION-CUT-FILE.
           COPY "partctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RUN-LEDGER-STATUS        PIC X(2).
       01  WS-STREAM-LEDGER-STATUS     PIC X(2).
       01  WS-LEDGER-CONCAT-STATUS     PIC X(2).
       01  WS-FORMAT-CONTROL-STATUS    PIC X(2).
       01  WS-CONTROL-TOTAL-STATUS     PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-END-OF-LEDGER            PIC X(1).
           88  END-OF-LEDGER           VALUE "Y".
       01  WS-END-OF-COUNTS            PIC X(1).
           88  END-OF-COUNTS           VALUE "Y".

       01  WS-DONE-STEP-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DONE-STEP-TABLE.
           05  WS-DONE-STEP-NAME       PIC X(8) OCCURS 200 TIMES.
       01  WS-DONE-IDX                 PIC 9(3).
       01  WS-STEP-ALREADY-DONE        PIC X(1).
           88  STEP-ALREADY-DONE       VALUE "Y".

       01  WS-CHAIN-STOPPED            PIC X(1) VALUE "N".
           88  CHAIN-STOPPED           VALUE "Y".
       01  WS-SIDE-SRC                 PIC X(3) VALUE "SRC".
       01  WS-CTOT-SIDE                PIC X(3).
       01  WS-SIDE-PARTITION.
           05  FILLER                  PIC X(1) VALUE "P".
           05  WS-SIDE-PARTITION-ID    PIC 9(2).
       01  WS-PART-STEP-NAME.
           05  WS-PSN-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE "-P".
           05  WS-PSN-PARTITION-ID     PIC 9(2).
       01  WS-PARTITION-CUT-STATUS     PIC X(2).
       01  WS-CURRENT-TS               PIC X(26).
       01  WS-TODAY-DATE               PIC 9(8).

           COPY "runledg.cpy".

       LINKAGE SECTION.
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).
       01  LS-WANT-ORC                 PIC X(1).
       01  LS-WANT-PARQUET             PIC X(1).
       01  LS-RATE-CEILING                 COMP-1.
       01  LS-RUN-MODE                 PIC X(1).
       01  LS-PARTITION-ID             PIC 9(2).

       PROCEDURE DIVISION USING LS-JOB-ID
                                 LS-RUN-ID
                                 LS-EXTRACT-MODE
                                 LS-WANT-ORC
                                 LS-WANT-PARQUET
                                 LS-RATE-CEILING
                                 LS-RUN-MODE
                                 LS-PARTITION-ID.

       0000-MAIN-LOGIC.
           IF LS-RUN-MODE NOT = SPACE AND NOT = "U"
               AND NOT = "S" AND NOT = "P" AND NOT = "M"
               DISPLAY "CUSTDRVR: RUN MODE " LS-RUN-MODE " UNKNOWN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF LS-RUN-MODE = "P"
               AND (LS-PARTITION-ID NOT NUMERIC
                    OR LS-PARTITION-ID = ZERO)
               DISPLAY "CUSTDRVR: PARTITION STREAM NEEDS A PARTITION"
                       " ID"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-TODAY-DATE
           PERFORM 1000-LOAD-COMPLETED-STEPS
           PERFORM 1500-OPEN-LEDGER-EXTEND

           MOVE WS-SIDE-SRC TO WS-CTOT-SIDE
           IF LS-RUN-MODE = "S"
               PERFORM 2005-RUN-CUSTXMCK
               PERFORM 2010-RUN-CUSTDELT
           ELSE
               IF LS-RUN-MODE = "P"
                   MOVE LS-PARTITION-ID TO WS-SIDE-PARTITION-ID
                   MOVE LS-PARTITION-ID TO WS-PSN-PARTITION-ID
                   MOVE WS-SIDE-PARTITION TO WS-CTOT-SIDE
                   PERFORM 2015-RUN-CUSTPCUT
                   PERFORM 2020-RUN-CUSTVLDT
                   PERFORM 2030-RUN-CUSTIRCK
                   PERFORM 2040-RUN-CUSTCONV
                   PERFORM 2050-RUN-CUSTCTOT
               ELSE
                   IF LS-RUN-MODE = "M"
                       PERFORM 2055-RUN-CUSTPMRG
                       PERFORM 2060-RUN-CUSTCTCM
                   ELSE
                       PERFORM 2005-RUN-CUSTXMCK
                       PERFORM 2010-RUN-CUSTDELT
                       PERFORM 2020-RUN-CUSTVLDT
                       PERFORM 2030-RUN-CUSTIRCK
                       PERFORM 2040-RUN-CUSTCONV
                       PERFORM 2050-RUN-CUSTCTOT
                       PERFORM 2060-RUN-CUSTCTCM
                   END-IF
               END-IF
           END-IF

           IF LS-RUN-MODE = "P"
               CLOSE STREAM-LEDGER-FILE
           ELSE
               CLOSE RUN-LEDGER-FILE
           END-IF

           IF LS-RUN-MODE = "P"
               DISPLAY "CUSTDRVR: JOB " LS-JOB-ID " RUN " LS-RUN-ID
                       " PARTITION " LS-PARTITION-ID
                       " MAX-RC=" WS-JOB-MAX-RC
           ELSE
               DISPLAY "CUSTDRVR: JOB " LS-JOB-ID " RUN " LS-RUN-ID
                       " MAX-RC=" WS-JOB-MAX-RC
           END-IF
           MOVE WS-JOB-MAX-RC TO RETURN-CODE
           GOBACK.

      *    A missing ledger is the first run of the day -- nothing is
      *    complete yet.
           MOVE "N" TO WS-END-OF-LEDGER
           IF LS-RUN-MODE = "P"
               PERFORM 1020-LOAD-STREAM-LEDGER
           ELSE
               IF LS-RUN-MODE = "M"
                   PERFORM 1030-LOAD-CONCAT-LEDGER
               ELSE
                   PERFORM 1010-LOAD-RUN-LEDGER
               END-IF
           END-IF.

       1010-LOAD-RUN-LEDGER.
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-STATUS = "35"
               SET END-OF-LEDGER TO TRUE
           END-IF

           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE INTO RUN-LEDGER-RCD
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
               CLOSE RUN-LEDGER-FILE
           END-IF.

       1020-LOAD-STREAM-LEDGER.
      *    A stream sees only its own ledger; the other streams are
      *    extending theirs at the same time.
           OPEN INPUT STREAM-LEDGER-FILE
           IF WS-STREAM-LEDGER-STATUS = "35"
               SET END-OF-LEDGER TO TRUE
           ELSE
               IF WS-STREAM-LEDGER-STATUS NOT = "00"
                   DISPLAY "CUSTDRVR: OPEN STRMLEDG FAILED, STATUS="
                           WS-STREAM-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL END-OF-LEDGER
               READ STREAM-LEDGER-FILE INTO RUN-LEDGER-RCD
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM 1100-TABLE-COMPLETED-STEP
               END-READ
           END-PERFORM

           IF WS-STREAM-LEDGER-STATUS NOT = "35"
               CLOSE STREAM-LEDGER-FILE
           END-IF.

       1030-LOAD-CONCAT-LEDGER.
      *    The back end runs after the streams have ended, so it reads
      *    the shared ledger and every stream's ledger together.
           OPEN INPUT LEDGER-CONCAT-FILE
           IF WS-LEDGER-CONCAT-STATUS = "35"
               SET END-OF-LEDGER TO TRUE
           ELSE
               IF WS-LEDGER-CONCAT-STATUS NOT = "00"
                   DISPLAY "CUSTDRVR: OPEN LEDGCAT FAILED, STATUS="
                           WS-LEDGER-CONCAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL END-OF-LEDGER
               READ LEDGER-CONCAT-FILE INTO RUN-LEDGER-RCD
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM 1100-TABLE-COMPLETED-STEP
               END-READ
           END-PERFORM

           IF WS-LEDGER-CONCAT-STATUS NOT = "35"
               CLOSE LEDGER-CONCAT-FILE
           END-IF.

       1100-TABLE-COMPLETED-STEP.
      *    Only a completion from TODAY suppresses a step -- the
      *    ledger accumulates across nights and the job-id recurs, so
           IF RL-JOB-ID = LS-JOB-ID
               AND RL-RETURN-CODE = ZERO
               AND RL-END-TS (1:8) = WS-TODAY-DATE
               AND WS-DONE-STEP-COUNT < 200
               ADD 1 TO WS-DONE-STEP-COUNT
               MOVE RL-STEP-NAME
                 TO WS-DONE-STEP-NAME (WS-DONE-STEP-COUNT)
           END-IF.

       1500-OPEN-LEDGER-EXTEND.
           IF LS-RUN-MODE = "P"
               OPEN EXTEND STREAM-LEDGER-FILE
               IF WS-STREAM-LEDGER-STATUS = "35"
                   OPEN OUTPUT STREAM-LEDGER-FILE
                   CLOSE STREAM-LEDGER-FILE
                   OPEN EXTEND STREAM-LEDGER-FILE
               END-IF
               IF WS-STREAM-LEDGER-STATUS NOT = "00"
                   DISPLAY "CUSTDRVR: OPEN STRMLEDG FAILED, STATUS="
                           WS-STREAM-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN EXTEND RUN-LEDGER-FILE
               IF WS-RUN-LEDGER-STATUS = "35"
                   OPEN OUTPUT RUN-LEDGER-FILE
                   CLOSE RUN-LEDGER-FILE
                   OPEN EXTEND RUN-LEDGER-FILE
               END-IF
               IF WS-RUN-LEDGER-STATUS NOT = "00"
                   DISPLAY "CUSTDRVR: OPEN RUNLEDG FAILED, STATUS="
                           WS-RUN-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2005-RUN-CUSTXMCK.
      *    Nothing below may see a file the pre-flight has not
      *    accepted -- a rejection here ends RC 16 and stops the chain
      *    before CUSTDELT can cut a delta from it.
           MOVE 05 TO WS-STEP-SEQ
           MOVE "CUSTXMCK" TO WS-STEP-NAME
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
               CALL "CUSTXMCK" USING LS-JOB-ID
                                      LS-RUN-ID
               PERFORM 8500-FETCH-ACCEPTED-COUNT
               PERFORM 8200-END-STEP
           END-IF.

       2010-RUN-CUSTDELT.
           MOVE 10 TO WS-STEP-SEQ
           MOVE "CUSTDELT" TO WS-STEP-NAME
               PERFORM 8200-END-STEP
           END-IF.

       2015-RUN-CUSTPCUT.
           MOVE 15 TO WS-STEP-SEQ
           MOVE "PCUT" TO WS-PSN-CODE
           MOVE WS-PART-STEP-NAME TO WS-STEP-NAME
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
               CALL "CUSTPCUT" USING LS-JOB-ID
                                      LS-RUN-ID
                                      LS-PARTITION-ID
               PERFORM 8600-FETCH-CUT-COUNT
               PERFORM 8200-END-STEP
           END-IF.

       2020-RUN-CUSTVLDT.
           MOVE 20 TO WS-STEP-SEQ
           MOVE "CUSTVLDT" TO WS-STEP-NAME
           IF LS-RUN-MODE = "P"
               MOVE "VLDT" TO WS-PSN-CODE
               MOVE WS-PART-STEP-NAME TO WS-STEP-NAME
           END-IF
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
       2030-RUN-CUSTIRCK.
           MOVE 30 TO WS-STEP-SEQ
           MOVE "CUSTIRCK" TO WS-STEP-NAME
           IF LS-RUN-MODE = "P"
               MOVE "IRCK" TO WS-PSN-CODE
               MOVE WS-PART-STEP-NAME TO WS-STEP-NAME
           END-IF
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
       2040-RUN-CUSTCONV.
           MOVE 40 TO WS-STEP-SEQ
           MOVE "CUSTCONV" TO WS-STEP-NAME
           IF LS-RUN-MODE = "P"
               MOVE "CONV" TO WS-PSN-CODE
               MOVE WS-PART-STEP-NAME TO WS-STEP-NAME
           END-IF
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
       2050-RUN-CUSTCTOT.
           MOVE 50 TO WS-STEP-SEQ
           MOVE "CUSTCTOT" TO WS-STEP-NAME
           IF LS-RUN-MODE = "P"
               MOVE "CTOT" TO WS-PSN-CODE
               MOVE WS-PART-STEP-NAME TO WS-STEP-NAME
           END-IF
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
               CALL "CUSTCTOT" USING LS-JOB-ID WS-CTOT-SIDE
               PERFORM 8400-FETCH-CONTROL-COUNT
               PERFORM 8200-END-STEP
           END-IF.

       2055-RUN-CUSTPMRG.
           MOVE 55 TO WS-STEP-SEQ
           MOVE "CUSTPMRG" TO WS-STEP-NAME
           PERFORM 8000-CHECK-STEP-RUNNABLE
           IF NOT STEP-ALREADY-DONE AND NOT CHAIN-STOPPED
               PERFORM 8100-START-STEP
               CALL "CUSTPMRG" USING LS-JOB-ID
                                      LS-RUN-ID
               PERFORM 8400-FETCH-CONTROL-COUNT
               PERFORM 8200-END-STEP
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS
           MOVE WS-STEP-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE WS-STEP-RC TO RL-RETURN-CODE
           IF LS-RUN-MODE = "P"
               WRITE STREAM-LEDGER-LINE FROM RUN-LEDGER-RCD
           ELSE
               WRITE RUN-LEDGER-LINE FROM RUN-LEDGER-RCD
           END-IF

           IF WS-STEP-RC > WS-JOB-MAX-RC
               MOVE WS-STEP-RC TO WS-JOB-MAX-RC

       8400-FETCH-CONTROL-COUNT.
      *    CUSTCTOT appends one CONTROL-TOTAL-RCD per side -- the last
      *    SRC record for this job carries the step's record count
      *    (the "Pnn" record in a partition stream; CUSTPMRG's
      *    combined SRC record on the back end).
           OPEN INPUT CONTROL-TOTAL-FILE
           IF WS-CONTROL-TOTAL-STATUS = "00"
               MOVE "N" TO WS-END-OF-COUNTS
                           SET END-OF-COUNTS TO TRUE
                       NOT AT END
                           IF CT-JOB-ID = LS-JOB-ID
                               AND CT-SIDE = WS-CTOT-SIDE
                               MOVE CT-RECORD-COUNT
                                 TO WS-STEP-RECORD-COUNT
                           END-IF
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

       8500-FETCH-ACCEPTED-COUNT.
      *    CUSTXMCK appends one TRANSMISSION-REGISTER-RCD per accepted
      *    file -- the last one for this job carries the count.
           OPEN INPUT TRANSMISSION-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE "N" TO WS-END-OF-COUNTS
               PERFORM UNTIL END-OF-COUNTS
                   READ TRANSMISSION-REGISTER-FILE
                       AT END
                           SET END-OF-COUNTS TO TRUE
                       NOT AT END
                           IF XR-JOB-ID = LS-JOB-ID
                               AND XR-RUN-ID = LS-RUN-ID
                               MOVE XR-RECORD-COUNT
                                 TO WS-STEP-RECORD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSION-REGISTER-FILE
           END-IF.

       8600-FETCH-CUT-COUNT.
      *    CUSTPCUT writes the stream's one PARTITION-CUT-RCD -- its
      *    source count is the step's record count.
           OPEN INPUT PARTITION-CUT-FILE
           IF WS-PARTITION-CUT-STATUS = "00"
               READ PARTITION-CUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-SOURCE-COUNT TO WS-STEP-RECORD-COUNT
               END-READ
               CLOSE PARTITION-CUT-FILE
           END-IF.
