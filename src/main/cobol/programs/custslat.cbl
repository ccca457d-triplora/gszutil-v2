      * night overwrites the earlier timing; the rerun is the one
      * that mattered to the window.
      *
      * A partitioned night writes one ledger entry per stream for
      * each per-record step ("VLDT-P03" is CUSTVLDT in partition 03).
      * Those trend under the step itself, so partitioned and single
      * nights share one line: the cell keeps the longest stream's
      * time and record count, since the slowest stream is the one
      * holding the window open.
      *
      * On a partitioned night each stream writes its own ledger
      * (STRMLEDG), so the RUNLEDG DD here is the shared ledger with
      * every stream's ledger concatenated after it; the stream
      * entries are read the same as any other.
      *
      * The ledger is opened EXTEND every night and carries months of
      * history until the archival pass trims it, so the report
      * bounds its own window: nights more than 60 days before the
       01  WS-STEP-MATCH-IDX           PIC 9(2).
       01  WS-STEP-FOUND               PIC X(1).
           88  STEP-FOUND              VALUE "Y".
       01  WS-LEDGER-STEP-NAME         PIC X(8).
       01  WS-PARTITION-STEP           PIC X(1).
           88  PARTITION-STEP          VALUE "Y".
       01  WS-TABLE-OVERFLOW           PIC X(1) VALUE "N".
           88  TABLE-OVERFLOW          VALUE "Y".

               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
               PERFORM 1100-FIND-OR-ADD-NIGHT
               PERFORM 1150-RESOLVE-STEP-NAME
               PERFORM 1200-FIND-OR-ADD-STEP
               IF NIGHT-FOUND AND STEP-FOUND
                   PERFORM 1300-STORE-CELL
               END-IF
           END-IF.

       1150-RESOLVE-STEP-NAME.
      *    A partition stream's "cccc-Pnn" is step CUSTcccc.
           MOVE RL-STEP-NAME TO WS-LEDGER-STEP-NAME
           MOVE "N" TO WS-PARTITION-STEP
           IF RL-STEP-NAME (5:2) = "-P"
               AND RL-STEP-NAME (7:2) NUMERIC
               MOVE "CUST" TO WS-LEDGER-STEP-NAME (1:4)
               MOVE RL-STEP-NAME (1:4) TO WS-LEDGER-STEP-NAME (5:4)
               SET PARTITION-STEP TO TRUE
           END-IF.

       1200-FIND-OR-ADD-STEP.
           MOVE "N" TO WS-STEP-FOUND
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
                   OR STEP-FOUND
               IF WS-STP-NAME (WS-STP-IDX) = WS-LEDGER-STEP-NAME
                   SET STEP-FOUND TO TRUE
                   MOVE WS-STP-IDX TO WS-STEP-MATCH-IDX
               END-IF
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-MATCH-IDX
                   SET STEP-FOUND TO TRUE
                   MOVE WS-LEDGER-STEP-NAME
                     TO WS-STP-NAME (WS-STEP-MATCH-IDX)
                   MOVE RL-STEP-SEQ
                     TO WS-STP-SEQ (WS-STEP-MATCH-IDX)
           END-IF.

       1300-STORE-CELL.
      *    A same-night rerun overwrites the earlier timing; of a
      *    partitioned step's streams the longest stands.
           IF PARTITION-STEP
               AND WS-CEL-PRESENT
                   (WS-STEP-MATCH-IDX WS-NIGHT-MATCH-IDX) = "Y"
               AND WS-CEL-ELAPSED
                   (WS-STEP-MATCH-IDX WS-NIGHT-MATCH-IDX)
                     > WS-ELAPSED-SECONDS
               CONTINUE
           ELSE
               MOVE "Y" TO WS-CEL-PRESENT
                           (WS-STEP-MATCH-IDX WS-NIGHT-MATCH-IDX)
               MOVE WS-ELAPSED-SECONDS
                 TO WS-CEL-ELAPSED
                    (WS-STEP-MATCH-IDX WS-NIGHT-MATCH-IDX)
               MOVE RL-RECORD-COUNT
                 TO WS-CEL-RECORDS
                    (WS-STEP-MATCH-IDX WS-NIGHT-MATCH-IDX)
           END-IF.

       3000-ORDER-NIGHTS-AND-STEPS.
      *    Selection sort of index vectors -- the cell table itself
