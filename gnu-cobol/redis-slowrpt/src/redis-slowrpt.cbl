      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-SLOWRPT.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'REDISSLW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
      * Same fixed-column layout redis-slowlog appends.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
         02  HST-HOST        PIC X(50).
         02  FILLER          PIC X(01).
         02  HST-PORT        PIC 9(05).
         02  FILLER          PIC X(01).
         02  HST-ID          PIC 9(12).
         02  FILLER          PIC X(01).
         02  HST-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  HST-TIME        PIC X(06).
         02  FILLER          PIC X(01).
         02  HST-EPOCH       PIC 9(10).
         02  FILLER          PIC X(01).
         02  HST-MICROS      PIC 9(12).
         02  FILLER          PIC X(01).
         02  HST-PATTERN     PIC X(48).
         02  FILLER          PIC X(01).
         02  HST-COMMAND     PIC X(80).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-HISTORY    PIC X(02) VALUE SPACES.
       01  HISTORY-EOF   PIC X(01) VALUE 'N'.
       01  CONFIG-ENV.
         02  ENV-FROM    PIC X(08)  VALUE SPACES.
         02  ENV-TO      PIC X(08)  VALUE SPACES.
         02  ENV-TOP     PIC X(05)  VALUE SPACES.
      * The reporting range, inclusive, as YYYYMMDD against the
      * entry dates redis-slowlog recorded. REDIS_SLOWRPT_TO
      * defaults to today and REDIS_SLOWRPT_FROM to six days before
      * it - the last seven days, the week the Monday review covers.
       01  RANGE-CONFIG.
         02  RANGE-FROM    PIC X(08) VALUE SPACES.
         02  RANGE-TO      PIC X(08) VALUE SPACES.
         02  RANGE-DATE    PIC 9(08) VALUE ZEROES.
         02  RANGE-DAYS    PIC 9(08) VALUE ZEROES.
         02  TOP-MAX       PIC 9(03) VALUE 10.
      * One row per host+port+command pattern inside the range.
      * PAT-WORST keeps the full text of the single slowest
      * occurrence, which is what gets pasted into the ticket.
       01  PATTERNS.
         02  PAT-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  PAT-FULL    PIC X(01) VALUE 'N'.
         02  PAT-TABLE OCCURS 500 TIMES.
           03  PAT-HOST     PIC X(50) VALUE SPACES.
           03  PAT-PORT     PIC 9(05) VALUE ZEROES.
           03  PAT-TEXT     PIC X(48) VALUE SPACES.
           03  PAT-HITS     PIC 9(06) VALUE ZEROES.
           03  PAT-TOTAL    PIC 9(15) VALUE ZEROES.
           03  PAT-MAX      PIC 9(12) VALUE ZEROES.
           03  PAT-WORST    PIC X(80) VALUE SPACES.
      * Hosts in the order they first appear, so the report prints a
      * block per host.
       01  HOSTS.
         02  HOS-COUNT   PIC 9(02) BINARY VALUE ZEROES.
         02  HOS-FULL    PIC X(01) VALUE 'N'.
         02  HOS-TABLE OCCURS 20 TIMES.
           03  HOS-HOST     PIC X(50) VALUE SPACES.
           03  HOS-PORT     PIC 9(05) VALUE ZEROES.
           03  HOS-HITS     PIC 9(06) VALUE ZEROES.
       01  LOOKUP.
         02  PAT-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  HOS-IDX     PIC 9(02) BINARY VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
         02  SHOWN       PIC 9(03) BINARY VALUE ZEROES.
      * Same neighbour-swap sort as redis-keysize, descending on
      * total time spent - a pattern that is slow a thousand times
      * costs more than one that was slow once.
       01  SORT-WORK.
         02  SORT-I        PIC 9(03) BINARY VALUE ZEROES.
         02  SORT-J        PIC 9(03) BINARY VALUE ZEROES.
         02  SWAP-HOST     PIC X(50) VALUE SPACES.
         02  SWAP-PORT     PIC 9(05) VALUE ZEROES.
         02  SWAP-TEXT     PIC X(48) VALUE SPACES.
         02  SWAP-HITS     PIC 9(06) VALUE ZEROES.
         02  SWAP-TOTAL    PIC 9(15) VALUE ZEROES.
         02  SWAP-MAX      PIC 9(12) VALUE ZEROES.
         02  SWAP-WORST    PIC X(80) VALUE SPACES.
       01  READ-TOTALS.
         02  RDT-READ      PIC 9(08) VALUE ZEROES.
         02  RDT-IN-RANGE  PIC 9(08) VALUE ZEROES.
      * Display-only scratch: durations are kept in microseconds
      * but reported in milliseconds, the unit slowlog-log-slower-
      * than is usually discussed in.
       01  REPORT-DISP.
         02  RPT-HOST-DISP PIC X(16) VALUE SPACES.
         02  RPT-RANK      PIC ZZ9   VALUE ZEROES.
         02  RPT-TOTAL-MS  PIC Z(9)9.9 VALUE ZEROES.
         02  RPT-MAX-MS    PIC Z(6)9.9 VALUE ZEROES.
         02  RPT-AVG-MS    PIC Z(6)9.9 VALUE ZEROES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-OPEN-HISTORY.
           PERFORM REDIS-READ-HISTORY-LINE
               UNTIL HISTORY-EOF IS EQUAL TO 'Y'.
           CLOSE HISTORY-FILE.
           PERFORM REDIS-SORT-PATTERNS.
           PERFORM REDIS-PRINT-REPORT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       REDIS-LOAD-CONFIG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RANGE-TO.
           ACCEPT ENV-TO FROM ENVIRONMENT 'REDIS_SLOWRPT_TO'.
           IF ENV-TO IS NOT EQUAL TO SPACES THEN
               IF ENV-TO IS NUMERIC THEN
                   MOVE ENV-TO TO RANGE-TO
               ELSE
                   DISPLAY '[WARN] redis-slowrpt: REDIS_SLOWRPT_TO '
                         , 'is not YYYYMMDD, using today'
               END-IF
           END-IF.

           MOVE RANGE-TO TO RANGE-DATE.
           COMPUTE RANGE-DAYS =
               FUNCTION INTEGER-OF-DATE(RANGE-DATE) - 6.
           COMPUTE RANGE-DATE = FUNCTION DATE-OF-INTEGER(RANGE-DAYS).
           MOVE RANGE-DATE TO RANGE-FROM.
           ACCEPT ENV-FROM FROM ENVIRONMENT 'REDIS_SLOWRPT_FROM'.
           IF ENV-FROM IS NOT EQUAL TO SPACES THEN
               IF ENV-FROM IS NUMERIC THEN
                   MOVE ENV-FROM TO RANGE-FROM
               ELSE
                   DISPLAY '[WARN] redis-slowrpt: REDIS_SLOWRPT_FROM '
                         , 'is not YYYYMMDD, using seven days back'
               END-IF
           END-IF.

           ACCEPT ENV-TOP FROM ENVIRONMENT 'REDIS_SLOWRPT_TOP'.
           IF FUNCTION TRIM(ENV-TOP) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-TOP) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-TOP) TO TOP-MAX
           END-IF.
           IF TOP-MAX IS EQUAL TO ZEROES THEN
               MOVE 10 TO TOP-MAX
           END-IF.

           DISPLAY '[INFO] redis-slowrpt: config from=', RANGE-FROM
                 , ' to=', RANGE-TO
                 , ' top=', TOP-MAX
                 .

      * Same as redis-availrpt: a missing history means there is
      * nothing to rank, which the review should hear about rather
      * than get an empty report.
       REDIS-OPEN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-slowrpt: cannot open '
                     , 'REDISSLW.DAT, status=', FS-HISTORY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       REDIS-READ-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF
               NOT AT END
                   PERFORM REDIS-TALLY-ENTRY
           END-READ.

       REDIS-TALLY-ENTRY.
           IF HST-MICROS IS NOT NUMERIC
              OR HST-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RDT-READ.
           IF HST-DATE IS LESS THAN RANGE-FROM
              OR HST-DATE IS GREATER THAN RANGE-TO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RDT-IN-RANGE.
           PERFORM REDIS-FIND-HOST.
           PERFORM REDIS-FIND-PATTERN.
           IF HOS-IDX IS NOT EQUAL TO ZEROES THEN
               ADD 1 TO HOS-HITS(HOS-IDX)
           END-IF.
           IF PAT-IDX IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAT-HITS(PAT-IDX).
           ADD HST-MICROS TO PAT-TOTAL(PAT-IDX).
           IF HST-MICROS IS GREATER THAN PAT-MAX(PAT-IDX) THEN
               MOVE HST-MICROS TO PAT-MAX(PAT-IDX)
               MOVE HST-COMMAND TO PAT-WORST(PAT-IDX)
           END-IF.

       REDIS-FIND-HOST.
           MOVE 'N' TO FOUND.
           MOVE ZEROES TO HOS-IDX.
           PERFORM REDIS-FIND-HOST-STEP
               VARYING HOS-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR HOS-IDX IS GREATER THAN HOS-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM HOS-IDX
               EXIT PARAGRAPH
           END-IF.
           IF HOS-COUNT IS EQUAL TO 20 THEN
               IF HOS-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-slowrpt: more than 20 '
                         , 'hosts, extras not reported'
                   MOVE 'Y' TO HOS-FULL
               END-IF
               MOVE ZEROES TO HOS-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HOS-COUNT.
           MOVE HOS-COUNT TO HOS-IDX.
           MOVE HST-HOST TO HOS-HOST(HOS-IDX).
           MOVE HST-PORT TO HOS-PORT(HOS-IDX).

       REDIS-FIND-HOST-STEP.
           IF HOS-HOST(HOS-IDX) IS EQUAL TO HST-HOST
              AND HOS-PORT(HOS-IDX) IS EQUAL TO HST-PORT THEN
               MOVE 'Y' TO FOUND
           END-IF.

       REDIS-FIND-PATTERN.
           MOVE 'N' TO FOUND.
           MOVE ZEROES TO PAT-IDX.
           PERFORM REDIS-FIND-PATTERN-STEP
               VARYING PAT-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR PAT-IDX IS GREATER THAN PAT-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM PAT-IDX
               EXIT PARAGRAPH
           END-IF.
           IF PAT-COUNT IS EQUAL TO 500 THEN
               IF PAT-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-slowrpt: more than 500 '
                         , 'command patterns, extras not reported'
                   MOVE 'Y' TO PAT-FULL
               END-IF
               MOVE ZEROES TO PAT-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAT-COUNT.
           MOVE PAT-COUNT TO PAT-IDX.
           MOVE HST-HOST TO PAT-HOST(PAT-IDX).
           MOVE HST-PORT TO PAT-PORT(PAT-IDX).
           MOVE HST-PATTERN TO PAT-TEXT(PAT-IDX).

       REDIS-FIND-PATTERN-STEP.
           IF PAT-HOST(PAT-IDX) IS EQUAL TO HST-HOST
              AND PAT-PORT(PAT-IDX) IS EQUAL TO HST-PORT
              AND PAT-TEXT(PAT-IDX) IS EQUAL TO HST-PATTERN THEN
               MOVE 'Y' TO FOUND
           END-IF.

       REDIS-SORT-PATTERNS.
           PERFORM REDIS-SORT-OUTER
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I IS GREATER THAN OR EQUAL TO PAT-COUNT.

       REDIS-SORT-OUTER.
           PERFORM REDIS-SORT-INNER
               VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J IS GREATER THAN OR EQUAL TO PAT-COUNT.

       REDIS-SORT-INNER.
           IF PAT-TOTAL(SORT-J) IS LESS THAN PAT-TOTAL(SORT-J + 1)
           THEN
               MOVE PAT-HOST(SORT-J) TO SWAP-HOST
               MOVE PAT-PORT(SORT-J) TO SWAP-PORT
               MOVE PAT-TEXT(SORT-J) TO SWAP-TEXT
               MOVE PAT-HITS(SORT-J) TO SWAP-HITS
               MOVE PAT-TOTAL(SORT-J) TO SWAP-TOTAL
               MOVE PAT-MAX(SORT-J) TO SWAP-MAX
               MOVE PAT-WORST(SORT-J) TO SWAP-WORST
               MOVE PAT-HOST(SORT-J + 1) TO PAT-HOST(SORT-J)
               MOVE PAT-PORT(SORT-J + 1) TO PAT-PORT(SORT-J)
               MOVE PAT-TEXT(SORT-J + 1) TO PAT-TEXT(SORT-J)
               MOVE PAT-HITS(SORT-J + 1) TO PAT-HITS(SORT-J)
               MOVE PAT-TOTAL(SORT-J + 1) TO PAT-TOTAL(SORT-J)
               MOVE PAT-MAX(SORT-J + 1) TO PAT-MAX(SORT-J)
               MOVE PAT-WORST(SORT-J + 1) TO PAT-WORST(SORT-J)
               MOVE SWAP-HOST TO PAT-HOST(SORT-J + 1)
               MOVE SWAP-PORT TO PAT-PORT(SORT-J + 1)
               MOVE SWAP-TEXT TO PAT-TEXT(SORT-J + 1)
               MOVE SWAP-HITS TO PAT-HITS(SORT-J + 1)
               MOVE SWAP-TOTAL TO PAT-TOTAL(SORT-J + 1)
               MOVE SWAP-MAX TO PAT-MAX(SORT-J + 1)
               MOVE SWAP-WORST TO PAT-WORST(SORT-J + 1)
           END-IF.

       REDIS-PRINT-REPORT.
           DISPLAY '[INFO] redis-slowrpt: top slow command patterns '
                 , RANGE-FROM, ' - ', RANGE-TO
                 .
           IF HOS-COUNT IS EQUAL TO ZEROES THEN
               DISPLAY 'none'
           END-IF.
           PERFORM REDIS-PRINT-HOST
               VARYING HOS-IDX FROM 1 BY 1
               UNTIL HOS-IDX IS GREATER THAN HOS-COUNT.
           DISPLAY '[INFO] redis-slowrpt: totals'
                 , ' read=', RDT-READ
                 , ' in_range=', RDT-IN-RANGE
                 , ' hosts=', HOS-COUNT
                 , ' patterns=', PAT-COUNT
                 .

      * The pattern table is already in descending order, so each
      * host's block is its first TOP-MAX rows met walking it.
       REDIS-PRINT-HOST.
           DISPLAY ' '.
           MOVE FUNCTION TRIM(HOS-HOST(HOS-IDX)) TO RPT-HOST-DISP.
           DISPLAY 'HOST ', RPT-HOST-DISP, ' PORT ', HOS-PORT(HOS-IDX)
                 , ' ENTRIES ', HOS-HITS(HOS-IDX)
                 .
           DISPLAY 'RANK PATTERN                    '
                 , '                      '
                 , 'COUNT      TOTAL-MS    MAX-MS    AVG-MS'
                 .
           MOVE ZEROES TO SHOWN.
           PERFORM REDIS-PRINT-PATTERN
               VARYING PAT-IDX FROM 1 BY 1
               UNTIL PAT-IDX IS GREATER THAN PAT-COUNT
                  OR SHOWN IS GREATER THAN OR EQUAL TO TOP-MAX.

       REDIS-PRINT-PATTERN.
           IF PAT-HOST(PAT-IDX) IS NOT EQUAL TO HOS-HOST(HOS-IDX)
              OR PAT-PORT(PAT-IDX) IS NOT EQUAL TO HOS-PORT(HOS-IDX)
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SHOWN.
           MOVE SHOWN TO RPT-RANK.
           COMPUTE RPT-TOTAL-MS ROUNDED = PAT-TOTAL(PAT-IDX) / 1000.
           COMPUTE RPT-MAX-MS ROUNDED = PAT-MAX(PAT-IDX) / 1000.
           COMPUTE RPT-AVG-MS ROUNDED =
               PAT-TOTAL(PAT-IDX) / PAT-HITS(PAT-IDX) / 1000.
           DISPLAY ' ', RPT-RANK, ' '
                 , PAT-TEXT(PAT-IDX), ' '
                 , PAT-HITS(PAT-IDX), ' '
                 , RPT-TOTAL-MS, ' '
                 , RPT-MAX-MS, ' '
                 , RPT-AVG-MS
                 .
           DISPLAY '      worst: ', FUNCTION TRIM(PAT-WORST(PAT-IDX)).
