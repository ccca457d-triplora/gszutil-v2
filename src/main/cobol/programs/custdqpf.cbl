       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDQPF.
      *
      * Nightly data-quality profile and scorecard on the CUSTSRC
      * unload.  CUSTVLDT rejects only what it checks (STATE and
      * ZIP); this step watches the rest of the CUSTOMER-RCD for slow
      * decay and never rejects anything -- it reads the whole unload,
      * counts the defect behind each measure below, and reports the
      * defect rate so a trend shows before it becomes a reject
      * spike.
      *
      *   completeness   CUSTOMER-ID, LAST-NAME, FIRST-NAME, STREET,
      *                  CITY, STATE and ZIP blank; CUSTOMER-PHONE-
      *                  COUNT zero
      *   validity       STATE not on the state-code table; ZIP5 not
      *                  numeric; ZIP5 outside every prefix range of
      *                  its STATE (zipstate.cpy); phone count over
      *                  four; phone type outside the known set
      *                  (phntype.cpy), area code not numeric, local
      *                  number not seven digits; CUSTOMER-CREDIT-
      *                  LIMIT zero or negative; CUSTOMER-ACCT-COUNT
      *                  zero or over eight; an interest rate below
      *                  zero
      *   shape          CUSTOMER-ACCT-COUNT at the OCCURS 8 ceiling;
      *                  every CUSTOMER-ACCT-BALANCE zero
      *
      * Record-level measures are rated against the records read,
      * phone measures against the phone entries and the rate
      * measure against the accounts.  A record whose account count
      * is out of range has its phone entries and balances left
      * unprofiled -- both sit behind the account OCCURS DEPENDING ON
      * -- and is counted under ACCTINVL.
      *
      * Each night's measures are appended to the DQHIST history
      * file, one DATA-QUALITY-HISTORY-RCD per measure.  The
      * scorecard sets tonight's rate against its trailing average
      * over the history nights in the window before tonight (a
      * rerun night counts once -- its last set of records stands)
      * and flags any measure that moved by more than its tolerance,
      * in percentage points, either way.
      *
      * The knobs come off the effective-dated parameter file via
      * CUSTPRMF as of the run date: DQ-TRAIL-DAYS (trailing window,
      * default 30, at most 60), DQ-TOLERANCE (default tolerance,
      * default 1 point) and DQTOL-<measure code> to give a single
      * measure its own tolerance.  Flags are for people to read, so
      * the step ends RC 0 whatever it finds.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-SOURCE-FILE ASSIGN TO "CUSTSRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-SOURCE-STATUS.
           SELECT DATA-QUALITY-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQ-HISTORY-STATUS.
           SELECT DATA-QUALITY-REPORT-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQ-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SOURCE-FILE.
       01  WS-CONTAINER.
           COPY "test3.cpy".

       FD  DATA-QUALITY-HISTORY-FILE.
           COPY "dqhist.cpy".

       FD  DATA-QUALITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DATA-QUALITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-DQ-HISTORY-STATUS        PIC X(2).
       01  WS-DQ-REPORT-STATUS         PIC X(2).
       01  WS-END-OF-SOURCE            PIC X(1) VALUE "N".
           88  END-OF-SOURCE           VALUE "Y".
       01  WS-END-OF-HISTORY           PIC X(1) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".

           COPY "statetab.cpy".
           COPY "zipstate.cpy".
           COPY "phntype.cpy".

       01  WS-TRAIL-DAYS               PIC 9(3) VALUE 30.
       01  WS-DEFAULT-TOLERANCE        PIC 9(3)V9(4) VALUE 1.
       01  WS-PARM-NAME                PIC X(16).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-PARM-VALUE               PIC S9(9)V9(4).
       01  WS-PARM-RETURN-CODE         PIC 9(2).

      *    The measures, in scorecard order.  The population byte says
      *    what each is rated against: R records, P phone entries,
      *    A accounts.  The procedure counts into WS-MS-DEFECTS by
      *    the position here.
       01  WS-MEASURE-DEFS-TEXT.
           05  FILLER                  PIC X(39) VALUE
               "IDBLANK CUSTOMER-ID BLANK             R".
           05  FILLER                  PIC X(39) VALUE
               "LNAMBLNKLAST-NAME BLANK               R".
           05  FILLER                  PIC X(39) VALUE
               "FNAMBLNKFIRST-NAME BLANK              R".
           05  FILLER                  PIC X(39) VALUE
               "STRTBLNKSTREET BLANK                  R".
           05  FILLER                  PIC X(39) VALUE
               "CITYBLNKCITY BLANK                    R".
           05  FILLER                  PIC X(39) VALUE
               "STATBLNKSTATE BLANK                   R".
           05  FILLER                  PIC X(39) VALUE
               "STATINVLSTATE NOT A VALID CODE        R".
           05  FILLER                  PIC X(39) VALUE
               "ZIPBLANKZIP BLANK                     R".
           05  FILLER                  PIC X(39) VALUE
               "ZIP5NNUMZIP5 NOT NUMERIC              R".
           05  FILLER                  PIC X(39) VALUE
               "ZIPSTATEZIP5 DISAGREES WITH STATE     R".
           05  FILLER                  PIC X(39) VALUE
               "PHNZERO PHONE-COUNT ZERO              R".
           05  FILLER                  PIC X(39) VALUE
               "PHNRANGEPHONE-COUNT OVER 4/NOT NUMERICR".
           05  FILLER                  PIC X(39) VALUE
               "PHNTYPE PHONE TYPE OUTSIDE KNOWN SET  P".
           05  FILLER                  PIC X(39) VALUE
               "PHNAREA PHONE AREA CODE NOT NUMERIC   P".
           05  FILLER                  PIC X(39) VALUE
               "PHNLOCALPHONE NUMBER NOT 7 DIGITS     P".
           05  FILLER                  PIC X(39) VALUE
               "CRLMNPOSCREDIT-LIMIT ZERO OR NEGATIVE R".
           05  FILLER                  PIC X(39) VALUE
               "ACCTINVLACCT-COUNT ZERO/OVER 8/INVALIDR".
           05  FILLER                  PIC X(39) VALUE
               "ACCTCEILACCT-COUNT AT 8-OCCURS CEILINGR".
           05  FILLER                  PIC X(39) VALUE
               "BALZERO EVERY BALANCE ZERO            R".
           05  FILLER                  PIC X(39) VALUE
               "RATENEG INTEREST RATE NEGATIVE        A".
       01  WS-MEASURE-DEFS REDEFINES WS-MEASURE-DEFS-TEXT.
           05  WS-MEASURE-DEF OCCURS 20 TIMES.
               10  WS-MD-CODE          PIC X(8).
               10  WS-MD-LABEL         PIC X(30).
               10  WS-MD-POPULATION    PIC X(1).
       01  WS-MEASURE-COUNT            PIC 9(2) VALUE 20.
       01  WS-MEASURE-TABLE.
           05  WS-MEASURE-ENTRY OCCURS 20 TIMES.
               10  WS-MS-DEFECTS       PIC 9(9).
               10  WS-MS-POPULATION    PIC 9(9).
               10  WS-MS-TOLERANCE     PIC 9(3)V9(4).
               10  WS-MS-TONIGHT-PCT   PIC 9(3)V9(4).
               10  WS-MS-TRAIL-SUM     PIC 9(7)V9(4).
               10  WS-MS-TRAIL-NIGHTS  PIC 9(3).
               10  WS-MS-TRAIL-AVG     PIC 9(3)V9(4).
       01  WS-MS-IDX                   PIC 9(2).

      *    Prior nights inside the trailing window, one rate cell per
      *    measure -- a later record for the same night and measure
      *    replaces the earlier one.
       01  WS-NIGHT-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 60 TIMES.
               10  WS-NGT-DATE         PIC 9(8).
               10  WS-NGT-CELL OCCURS 20 TIMES.
                   15  WS-CEL-PRESENT  PIC X(1).
                   15  WS-CEL-PCT      PIC 9(3)V9(4).
       01  WS-NGT-IDX                  PIC 9(2).
       01  WS-NIGHT-MATCH-IDX          PIC 9(2).
       01  WS-NIGHT-FOUND              PIC X(1).
           88  NIGHT-FOUND             VALUE "Y".
       01  WS-MEASURE-FOUND            PIC X(1).
           88  MEASURE-FOUND           VALUE "Y".

       01  WS-CURRENT-TS               PIC X(26).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-INTEGER              PIC 9(8).
       01  WS-NIGHT-INTEGER            PIC 9(8).

       01  WS-IDX                      PIC 9(2).
       01  WS-TABLE-IDX                PIC 9(2).
       01  WS-ACCT-COUNT-VALID         PIC X(1).
           88  ACCT-COUNT-VALID        VALUE "Y".
       01  WS-PHONE-COUNT-VALID        PIC X(1).
           88  PHONE-COUNT-VALID       VALUE "Y".
       01  WS-STATE-FOUND              PIC X(1).
           88  STATE-FOUND             VALUE "Y".
       01  WS-ZIP-MATCHED              PIC X(1).
           88  ZIP-MATCHED             VALUE "Y".
       01  WS-TYPE-FOUND               PIC X(1).
           88  TYPE-FOUND              VALUE "Y".
       01  WS-NONZERO-BALANCE          PIC X(1).
           88  NONZERO-BALANCE         VALUE "Y".
       01  WS-ZIP-PREFIX               PIC 9(3).

       01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PHONE-ENTRY-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-WORSE-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-BETTER-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-MOVE-PTS                 PIC S9(3)V9(4).
       01  WS-NEGATIVE-TOLERANCE       PIC S9(3)V9(4).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               "DATA-QUALITY SCORECARD ON CUSTSRC - RUN DATE".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-HDR-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(79) VALUE SPACES.
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(22) VALUE
               "TRAILING WINDOW DAYS  ".
           05  WS-HDR-TRAIL-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(34) VALUE
               "   DEFAULT TOLERANCE (PCT POINTS) ".
           05  WS-HDR-TOLERANCE        PIC ZZ9.9999.
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  WS-REPORT-COLUMN-HDR.
           05  FILLER                  PIC X(10) VALUE "MEASURE   ".
           05  FILLER                  PIC X(31) VALUE
               "DESCRIPTION                    ".
           05  FILLER                  PIC X(11) VALUE "POPULATION ".
           05  FILLER                  PIC X(11) VALUE "   DEFECTS ".
           05  FILLER                  PIC X(10) VALUE "TONIGHT%  ".
           05  FILLER                  PIC X(10) VALUE "TRAILING% ".
           05  FILLER                  PIC X(11) VALUE " MOVE-PTS  ".
           05  FILLER                  PIC X(10) VALUE "TOLERANCE ".
           05  FILLER                  PIC X(10) VALUE "FLAG      ".
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-DTL-CODE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-LABEL            PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-POPULATION       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-DEFECTS          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-TONIGHT-PCT      PIC ZZ9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-TRAIL-AVG        PIC ZZ9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-MOVE-PTS         PIC -(3)9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-TOLERANCE        PIC ZZ9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(10).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM 0500-FETCH-PARAMETERS

           OPEN INPUT CUSTOMER-SOURCE-FILE
           IF WS-CUSTOMER-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTDQPF: OPEN CUSTSRC FAILED, STATUS="
                       WS-CUSTOMER-SOURCE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DATA-QUALITY-REPORT-FILE
           IF WS-DQ-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTDQPF: OPEN DQRPT FAILED, STATUS="
                       WS-DQ-REPORT-STATUS
               CLOSE CUSTOMER-SOURCE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-HISTORY

           PERFORM UNTIL END-OF-SOURCE
               READ CUSTOMER-SOURCE-FILE
                   AT END
                       SET END-OF-SOURCE TO TRUE
                   NOT AT END
                       PERFORM 2000-PROFILE-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-SOURCE-FILE

           PERFORM 3000-RATE-ONE-MEASURE
               VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MEASURE-COUNT

           PERFORM 4000-WRITE-REPORT-HEADERS
           PERFORM 4100-WRITE-MEASURE-LINE
               VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MEASURE-COUNT
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE DATA-QUALITY-REPORT-FILE

           PERFORM 5000-APPEND-HISTORY

           DISPLAY "CUSTDQPF: RECORDS=" WS-RECORD-COUNT
                   " WORSE=" WS-WORSE-COUNT
                   " BETTER=" WS-BETTER-COUNT
           GOBACK.

       0500-FETCH-PARAMETERS.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           MOVE "DQ-TRAIL-DAYS" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-TRAIL-DAYS
           END-IF
           IF WS-TRAIL-DAYS = ZERO OR WS-TRAIL-DAYS > 60
      *        The night table holds 60 nights.
               DISPLAY "CUSTDQPF: DQ-TRAIL-DAYS " WS-TRAIL-DAYS
                       " OUT OF RANGE, USING 60"
               MOVE 60 TO WS-TRAIL-DAYS
           END-IF
           MOVE "DQ-TOLERANCE" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-DEFAULT-TOLERANCE
           END-IF
           PERFORM 0700-FETCH-MEASURE-TOLERANCE
               VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MEASURE-COUNT.

       0600-CALL-PARAMETER-FETCH.
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
               DISPLAY "CUSTDQPF: PARMFILE UNREADABLE, "
                       "CANNOT TRUST DQ TOLERANCES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTDQPF: NO " WS-PARM-NAME
                       " PARAMETER, USING DEFAULT"
           END-IF.

       0700-FETCH-MEASURE-TOLERANCE.
      *    Most measures run on DQ-TOLERANCE; only the overrides are
      *    on the parameter file, so a missing one is not news.
           MOVE WS-DEFAULT-TOLERANCE TO WS-MS-TOLERANCE (WS-MS-IDX)
           MOVE SPACES TO WS-PARM-NAME
           STRING "DQTOL-" DELIMITED BY SIZE
                  WS-MD-CODE (WS-MS-IDX) DELIMITED BY SPACE
             INTO WS-PARM-NAME
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
               DISPLAY "CUSTDQPF: PARMFILE UNREADABLE, "
                       "CANNOT TRUST DQ TOLERANCES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-MS-TOLERANCE (WS-MS-IDX)
           END-IF
           MOVE ZERO TO WS-MS-DEFECTS (WS-MS-IDX)
                        WS-MS-TRAIL-SUM (WS-MS-IDX)
                        WS-MS-TRAIL-NIGHTS (WS-MS-IDX).

       1000-LOAD-HISTORY.
      *    No history yet is the first night -- nothing to trend.
           OPEN INPUT DATA-QUALITY-HISTORY-FILE
           IF WS-DQ-HISTORY-STATUS = "35"
               SET END-OF-HISTORY TO TRUE
           ELSE
               IF WS-DQ-HISTORY-STATUS NOT = "00"
                   DISPLAY "CUSTDQPF: OPEN DQHIST FAILED, STATUS="
                           WS-DQ-HISTORY-STATUS
                   CLOSE CUSTOMER-SOURCE-FILE
                   CLOSE DATA-QUALITY-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL END-OF-HISTORY
               READ DATA-QUALITY-HISTORY-FILE
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       PERFORM 1100-TABLE-HISTORY-RCD
               END-READ
           END-PERFORM

           IF WS-DQ-HISTORY-STATUS NOT = "35"
               CLOSE DATA-QUALITY-HISTORY-FILE
           END-IF.

       1100-TABLE-HISTORY-RCD.
      *    Only nights before tonight and inside the window count;
      *    tonight's own records (a rerun) are not its own trend.
           IF DQH-RUN-DATE NOT NUMERIC
               OR DQH-RUN-DATE < 19000101
               OR DQH-RUN-DATE NOT < WS-RUN-DATE
               CONTINUE
           ELSE
               COMPUTE WS-NIGHT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DQH-RUN-DATE)
               IF WS-RUN-INTEGER - WS-NIGHT-INTEGER
                    NOT > WS-TRAIL-DAYS
                   PERFORM 1200-FIND-MEASURE
                   IF MEASURE-FOUND
                       PERFORM 1300-FIND-OR-ADD-NIGHT
                       IF NIGHT-FOUND
                           MOVE "Y" TO WS-CEL-PRESENT
                                       (WS-NIGHT-MATCH-IDX WS-MS-IDX)
                           MOVE DQH-DEFECT-PCT
                             TO WS-CEL-PCT
                                (WS-NIGHT-MATCH-IDX WS-MS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1200-FIND-MEASURE.
           MOVE "N" TO WS-MEASURE-FOUND
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MEASURE-COUNT
                      OR MEASURE-FOUND
               IF WS-MD-CODE (WS-MS-IDX) = DQH-MEASURE-CODE
                   SET MEASURE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF MEASURE-FOUND
               SUBTRACT 1 FROM WS-MS-IDX
           END-IF.

       1300-FIND-OR-ADD-NIGHT.
           MOVE "N" TO WS-NIGHT-FOUND
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
                      OR NIGHT-FOUND
               IF WS-NGT-DATE (WS-NGT-IDX) = DQH-RUN-DATE
                   SET NIGHT-FOUND TO TRUE
                   MOVE WS-NGT-IDX TO WS-NIGHT-MATCH-IDX
               END-IF
           END-PERFORM
           IF NOT NIGHT-FOUND AND WS-NIGHT-COUNT < 60
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-MATCH-IDX
               MOVE DQH-RUN-DATE TO WS-NGT-DATE (WS-NIGHT-MATCH-IDX)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MEASURE-COUNT
                   MOVE "N" TO WS-CEL-PRESENT
                               (WS-NIGHT-MATCH-IDX WS-IDX)
               END-PERFORM
               SET NIGHT-FOUND TO TRUE
           END-IF.

       2000-PROFILE-RECORD.
           ADD 1 TO WS-RECORD-COUNT

           IF CUSTOMER-ID = SPACES
               ADD 1 TO WS-MS-DEFECTS (1)
           END-IF
           IF LAST-NAME = SPACES
               ADD 1 TO WS-MS-DEFECTS (2)
           END-IF
           IF FIRST-NAME = SPACES
               ADD 1 TO WS-MS-DEFECTS (3)
           END-IF
           IF STREET = SPACES
               ADD 1 TO WS-MS-DEFECTS (4)
           END-IF
           IF CITY = SPACES
               ADD 1 TO WS-MS-DEFECTS (5)
           END-IF

           PERFORM 2100-PROFILE-STATE-AND-ZIP

           IF CUSTOMER-PHONE-COUNT NOT NUMERIC
               OR CUSTOMER-PHONE-COUNT > 4
               MOVE "N" TO WS-PHONE-COUNT-VALID
               ADD 1 TO WS-MS-DEFECTS (12)
           ELSE
               SET PHONE-COUNT-VALID TO TRUE
               IF CUSTOMER-PHONE-COUNT = ZERO
                   ADD 1 TO WS-MS-DEFECTS (11)
               END-IF
           END-IF

           IF CUSTOMER-CREDIT-LIMIT NOT NUMERIC
               ADD 1 TO WS-MS-DEFECTS (16)
           ELSE
               IF CUSTOMER-CREDIT-LIMIT NOT > ZERO
                   ADD 1 TO WS-MS-DEFECTS (16)
               END-IF
           END-IF

           IF CUSTOMER-ACCT-COUNT NOT NUMERIC
               OR CUSTOMER-ACCT-COUNT = ZERO
               OR CUSTOMER-ACCT-COUNT > 8
               MOVE "N" TO WS-ACCT-COUNT-VALID
               ADD 1 TO WS-MS-DEFECTS (17)
           ELSE
               SET ACCT-COUNT-VALID TO TRUE
               IF CUSTOMER-ACCT-COUNT = 8
                   ADD 1 TO WS-MS-DEFECTS (18)
               END-IF
               PERFORM 2300-PROFILE-ACCOUNTS
           END-IF

           IF ACCT-COUNT-VALID AND PHONE-COUNT-VALID
               PERFORM 2200-PROFILE-PHONE-ENTRY
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CUSTOMER-PHONE-COUNT
           END-IF.

       2100-PROFILE-STATE-AND-ZIP.
           MOVE "N" TO WS-STATE-FOUND
           IF STATE = SPACES
               ADD 1 TO WS-MS-DEFECTS (6)
           ELSE
               PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                       UNTIL WS-TABLE-IDX > 52
                          OR STATE-FOUND
                   IF STATE = VALID-STATE-CODE (WS-TABLE-IDX)
                       SET STATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT STATE-FOUND
                   ADD 1 TO WS-MS-DEFECTS (7)
               END-IF
           END-IF

           IF ZIP = SPACES
               ADD 1 TO WS-MS-DEFECTS (8)
           ELSE
               IF ZIP (1:5) NOT NUMERIC
                   ADD 1 TO WS-MS-DEFECTS (9)
               ELSE
                   IF STATE-FOUND
      *                A ZIP5 whose three-digit prefix falls in none
      *                of its STATE's ranges disagrees with it.
                       MOVE ZIP (1:3) TO WS-ZIP-PREFIX
                       MOVE "N" TO WS-ZIP-MATCHED
                       PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                               UNTIL WS-TABLE-IDX > 61
                                  OR ZIP-MATCHED
                           IF ZPR-STATE-CODE (WS-TABLE-IDX) = STATE
                               AND WS-ZIP-PREFIX NOT <
                                   ZPR-LOW-PREFIX (WS-TABLE-IDX)
                               AND WS-ZIP-PREFIX NOT >
                                   ZPR-HIGH-PREFIX (WS-TABLE-IDX)
                               SET ZIP-MATCHED TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT ZIP-MATCHED
                           ADD 1 TO WS-MS-DEFECTS (10)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-PROFILE-PHONE-ENTRY.
           ADD 1 TO WS-PHONE-ENTRY-COUNT
           MOVE "N" TO WS-TYPE-FOUND
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > 4
                      OR TYPE-FOUND
               IF CUSTOMER-PHONE-TYPE (WS-IDX)
                    = VALID-PHONE-TYPE (WS-TABLE-IDX)
                   SET TYPE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT TYPE-FOUND
               ADD 1 TO WS-MS-DEFECTS (13)
           END-IF
           IF CUSTOMER-PHONE-AREA-CODE (WS-IDX) NOT NUMERIC
               ADD 1 TO WS-MS-DEFECTS (14)
           END-IF
           IF CUSTOMER-PHONE-LOCAL-NUMBER (WS-IDX) NOT NUMERIC
               ADD 1 TO WS-MS-DEFECTS (15)
           END-IF.

       2300-PROFILE-ACCOUNTS.
           MOVE "N" TO WS-NONZERO-BALANCE
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > CUSTOMER-ACCT-COUNT
               ADD 1 TO WS-ACCOUNT-COUNT
               IF CUSTOMER-ACCT-BALANCE (WS-TABLE-IDX) NOT = ZERO
                   SET NONZERO-BALANCE TO TRUE
               END-IF
               IF CUSTOMER-INTEREST-RATE (WS-TABLE-IDX) < ZERO
                   ADD 1 TO WS-MS-DEFECTS (20)
               END-IF
           END-PERFORM
           IF NOT NONZERO-BALANCE
               ADD 1 TO WS-MS-DEFECTS (19)
           END-IF.

       3000-RATE-ONE-MEASURE.
           IF WS-MD-POPULATION (WS-MS-IDX) = "P"
               MOVE WS-PHONE-ENTRY-COUNT TO WS-MS-POPULATION (WS-MS-IDX)
           ELSE
               IF WS-MD-POPULATION (WS-MS-IDX) = "A"
                   MOVE WS-ACCOUNT-COUNT TO WS-MS-POPULATION (WS-MS-IDX)
               ELSE
                   MOVE WS-RECORD-COUNT TO WS-MS-POPULATION (WS-MS-IDX)
               END-IF
           END-IF

           IF WS-MS-POPULATION (WS-MS-IDX) = ZERO
               MOVE ZERO TO WS-MS-TONIGHT-PCT (WS-MS-IDX)
           ELSE
               COMPUTE WS-MS-TONIGHT-PCT (WS-MS-IDX) ROUNDED =
                   WS-MS-DEFECTS (WS-MS-IDX) * 100
                   / WS-MS-POPULATION (WS-MS-IDX)
           END-IF

           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
               IF WS-CEL-PRESENT (WS-NGT-IDX WS-MS-IDX) = "Y"
                   ADD WS-CEL-PCT (WS-NGT-IDX WS-MS-IDX)
                     TO WS-MS-TRAIL-SUM (WS-MS-IDX)
                   ADD 1 TO WS-MS-TRAIL-NIGHTS (WS-MS-IDX)
               END-IF
           END-PERFORM
           IF WS-MS-TRAIL-NIGHTS (WS-MS-IDX) = ZERO
               MOVE ZERO TO WS-MS-TRAIL-AVG (WS-MS-IDX)
           ELSE
               COMPUTE WS-MS-TRAIL-AVG (WS-MS-IDX) ROUNDED =
                   WS-MS-TRAIL-SUM (WS-MS-IDX)
                   / WS-MS-TRAIL-NIGHTS (WS-MS-IDX)
           END-IF.

       4000-WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE
           MOVE WS-TRAIL-DAYS TO WS-HDR-TRAIL-DAYS
           MOVE WS-DEFAULT-TOLERANCE TO WS-HDR-TOLERANCE
           MOVE WS-REPORT-HEADER-2 TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE
           MOVE WS-BLANK-LINE TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE
           MOVE WS-REPORT-COLUMN-HDR TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE.

       4100-WRITE-MEASURE-LINE.
           MOVE WS-MD-CODE (WS-MS-IDX) TO WS-DTL-CODE
           MOVE WS-MD-LABEL (WS-MS-IDX) TO WS-DTL-LABEL
           MOVE WS-MS-POPULATION (WS-MS-IDX) TO WS-DTL-POPULATION
           MOVE WS-MS-DEFECTS (WS-MS-IDX) TO WS-DTL-DEFECTS
           MOVE WS-MS-TONIGHT-PCT (WS-MS-IDX) TO WS-DTL-TONIGHT-PCT
           MOVE WS-MS-TOLERANCE (WS-MS-IDX) TO WS-DTL-TOLERANCE
           MOVE SPACES TO WS-DTL-FLAG

           IF WS-MS-TRAIL-NIGHTS (WS-MS-IDX) = ZERO
               MOVE ZERO TO WS-DTL-TRAIL-AVG
               MOVE ZERO TO WS-DTL-MOVE-PTS
               MOVE "NO HISTORY" TO WS-DTL-FLAG
           ELSE
               MOVE WS-MS-TRAIL-AVG (WS-MS-IDX) TO WS-DTL-TRAIL-AVG
               COMPUTE WS-MOVE-PTS =
                   WS-MS-TONIGHT-PCT (WS-MS-IDX)
                   - WS-MS-TRAIL-AVG (WS-MS-IDX)
               MOVE WS-MOVE-PTS TO WS-DTL-MOVE-PTS
               COMPUTE WS-NEGATIVE-TOLERANCE =
                   0 - WS-MS-TOLERANCE (WS-MS-IDX)
               IF WS-MOVE-PTS > WS-MS-TOLERANCE (WS-MS-IDX)
                   MOVE "** WORSE" TO WS-DTL-FLAG
                   ADD 1 TO WS-WORSE-COUNT
               ELSE
                   IF WS-MOVE-PTS < WS-NEGATIVE-TOLERANCE
                       MOVE "** BETTER" TO WS-DTL-FLAG
                       ADD 1 TO WS-BETTER-COUNT
                   END-IF
               END-IF
           END-IF

           MOVE WS-REPORT-DETAIL TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE.

       5000-APPEND-HISTORY.
           OPEN EXTEND DATA-QUALITY-HISTORY-FILE
           IF WS-DQ-HISTORY-STATUS = "35"
               OPEN OUTPUT DATA-QUALITY-HISTORY-FILE
               CLOSE DATA-QUALITY-HISTORY-FILE
               OPEN EXTEND DATA-QUALITY-HISTORY-FILE
           END-IF

           IF WS-DQ-HISTORY-STATUS NOT = "00"
               DISPLAY "CUSTDQPF: OPEN DQHIST FAILED, STATUS="
                       WS-DQ-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 5100-WRITE-HISTORY-RCD
               VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MEASURE-COUNT
           CLOSE DATA-QUALITY-HISTORY-FILE.

       5100-WRITE-HISTORY-RCD.
           MOVE WS-RUN-DATE TO DQH-RUN-DATE
           MOVE WS-MD-CODE (WS-MS-IDX) TO DQH-MEASURE-CODE
           MOVE WS-MS-DEFECTS (WS-MS-IDX) TO DQH-DEFECT-COUNT
           MOVE WS-MS-POPULATION (WS-MS-IDX) TO DQH-POPULATION-COUNT
           MOVE WS-MS-TONIGHT-PCT (WS-MS-IDX) TO DQH-DEFECT-PCT
           MOVE WS-CURRENT-TS TO DQH-RECORDED-TS
           WRITE DATA-QUALITY-HISTORY-RCD.

       8000-WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE
           MOVE "RECORDS PROFILED              " TO WS-TOT-LABEL
           MOVE WS-RECORD-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "PHONE ENTRIES PROFILED        " TO WS-TOT-LABEL
           MOVE WS-PHONE-ENTRY-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS PROFILED             " TO WS-TOT-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "HISTORY RECORDS READ          " TO WS-TOT-LABEL
           MOVE WS-HISTORY-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "HISTORY NIGHTS IN WINDOW      " TO WS-TOT-LABEL
           MOVE WS-NIGHT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "MEASURES FLAGGED WORSE        " TO WS-TOT-LABEL
           MOVE WS-WORSE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "MEASURES FLAGGED BETTER       " TO WS-TOT-LABEL
           MOVE WS-BETTER-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO DATA-QUALITY-REPORT-LINE
           WRITE DATA-QUALITY-REPORT-LINE.
