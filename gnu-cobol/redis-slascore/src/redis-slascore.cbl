           SELECT SCORE-FILE ASSIGN TO 'REDISSLA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCORE.
      * The planned-maintenance calendar redis-client tags its
      * checks from, read here too so a window booked after the
      * fact still takes its failures out of the SLA figure.
           SELECT MAINT-FILE ASSIGN TO 'REDISMNT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-LOG-RECORD   PIC X(320).
       FD  SCORE-FILE.
       01  SCORE-RECORD       PIC X(132).
       FD  MAINT-FILE.
       01  MAINT-RECORD       PIC X(120).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-TARGETS    PIC X(02) VALUE SPACES.
       01  FS-TREND      PIC X(02) VALUE SPACES.
       01  FS-AUDIT-LOG  PIC X(02) VALUE SPACES.
       01  FS-SCORE      PIC X(02) VALUE SPACES.
       01  FS-MAINT      PIC X(02) VALUE SPACES.
       01  TARGETS-EOF   PIC X(01) VALUE 'N'.
       01  SUMMARY-EOF   PIC X(01) VALUE 'N'.
       01  TREND-EOF     PIC X(01) VALUE 'N'.
       01  AUDIT-EOF     PIC X(01) VALUE 'N'.
       01  MAINT-EOF     PIC X(01) VALUE 'N'.
       01  CONFIG-ENV.
         02  ENV-MONTH   PIC X(06) VALUE SPACES.
      * The month being scored (YYYYMM); REDIS_SLA_MONTH overrides,
           03  GRP-HAS-P95 PIC X(01) VALUE 'N'.
           03  GRP-CHECKS  PIC 9(06) VALUE ZEROES.
           03  GRP-PASS    PIC 9(06) VALUE ZEROES.
           03  GRP-PLANNED PIC 9(06) VALUE ZEROES.
      * Fields pulled out of one input line by its markers, same
      * walk as redis-availrpt's log parse.
       01  LINE-FIELDS.
         02  LINE-DATE     PIC X(08) VALUE SPACES.
         02  LINE-VALUE-TXT PIC X(20) VALUE SPACES.
         02  LINE-RC-TXT   PIC X(12) VALUE SPACES.
         02  LINE-STAMP    PIC X(14) VALUE SPACES.
         02  LINE-TICKET   PIC X(20) VALUE SPACES.
         02  LINE-SCRATCH  PIC X(320) VALUE SPACES.
         02  LINE-REST     PIC X(320) VALUE SPACES.
      * The maintenance windows out of REDISMNT.CTL, same layout
      * and same refusals as redis-client's copy.
       01  MAINT-WINDOWS.
         02  MNT-COUNT       PIC 9(03) BINARY VALUE ZEROES.
         02  MNT-IDX         PIC 9(03) BINARY VALUE ZEROES.
         02  MNT-FULL        PIC X(01) VALUE 'N'.
         02  MNT-TABLE OCCURS 50 TIMES.
           03  MNT-HOST      PIC X(50) VALUE SPACES.
           03  MNT-START     PIC X(14) VALUE SPACES.
           03  MNT-END       PIC X(14) VALUE SPACES.
           03  MNT-TICKET    PIC X(20) VALUE SPACES.
       01  MNT-PARSE.
         02  MNT-HOST-TXT    PIC X(50) VALUE SPACES.
         02  MNT-START-TXT   PIC X(20) VALUE SPACES.
         02  MNT-END-TXT     PIC X(20) VALUE SPACES.
         02  MNT-TICKET-TXT  PIC X(20) VALUE SPACES.
       01  LOOKUP.
         02  TGT-IDX     PIC 9(02) VALUE ZEROES.
         02  AVL-IDX     PIC 9(02) VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
      * Figures derived for the host page being written. SCO-AVAIL
      * is the month's achieved availability (sum of the daily
      * check tallies, failures under a maintenance ticket taken
      * out of the count); SCO-RAW-AVAIL is the same with them
      * left in, shown beside it; SCO-REF-AVAIL is REDISAVL.SUM's
      * whole-log aggregate, shown for reference only. A day
      * breaches when either commitment is missed, and the worst
      * day is the lowest-availability day when availability broke
      * anywhere, otherwise the highest-p95 day.
       01  SCORE-WORK.
         02  SCO-AVAIL       PIC 9(03)V9(02) VALUE ZEROES.
         02  SCO-AVAIL-SET   PIC X(01) VALUE 'N'.
         02  SCO-REF-SET     PIC X(01) VALUE 'N'.
         02  SCO-CHK-TOTAL   PIC 9(08) VALUE ZEROES.
         02  SCO-CHK-PASS    PIC 9(08) VALUE ZEROES.
         02  SCO-CHK-PLANNED PIC 9(08) VALUE ZEROES.
         02  SCO-CHK-UNPLANNED PIC 9(08) VALUE ZEROES.
         02  SCO-RAW-AVAIL   PIC 9(03)V9(02) VALUE ZEROES.
         02  SCO-DAY-AVAIL   PIC 9(03)V9(02) VALUE ZEROES.
         02  SCO-DAYS        PIC 9(04) VALUE ZEROES.
         02  SCO-BREACH-DAYS PIC 9(04) VALUE ZEROES.
           PERFORM REDIS-LOAD-TARGETS.
           PERFORM REDIS-LOAD-AVAIL.
           PERFORM REDIS-LOAD-TREND.
           PERFORM REDIS-LOAD-MAINT.
           PERFORM REDIS-LOAD-CHECKS.
           PERFORM REDIS-WRITE-SCORECARD.
           MOVE 0 TO RETURN-CODE.
               MOVE 'Y' TO FOUND
           END-IF.

      * No calendar file means nothing was planned; the tags
      * redis-client wrote into the log still count on their own.
       REDIS-LOAD-MAINT.
           OPEN INPUT MAINT-FILE.
           IF FS-MAINT IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-MAINT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-slascore: cannot open '
                     , 'REDISMNT.CTL, status=', FS-MAINT
                     , ' - only tagged checks count as planned'
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-LOAD-MAINT-LINE
               UNTIL MAINT-EOF IS EQUAL TO 'Y'.
           CLOSE MAINT-FILE.

       REDIS-LOAD-MAINT-LINE.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO MAINT-EOF
               NOT AT END
                   PERFORM REDIS-STORE-MAINT
           END-READ.

       REDIS-STORE-MAINT.
           IF MAINT-RECORD(1:1) IS EQUAL TO '*'
              OR FUNCTION TRIM(MAINT-RECORD) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MNT-HOST-TXT MNT-START-TXT MNT-END-TXT
                          MNT-TICKET-TXT.
           UNSTRING FUNCTION TRIM(MAINT-RECORD) DELIMITED BY ALL ' '
               INTO MNT-HOST-TXT MNT-START-TXT MNT-END-TXT
                    MNT-TICKET-TXT
           END-UNSTRING.
           IF MNT-START-TXT(1:14) IS NOT NUMERIC
              OR MNT-START-TXT(15:6) IS NOT EQUAL TO SPACES
              OR MNT-END-TXT(1:14) IS NOT NUMERIC
              OR MNT-END-TXT(15:6) IS NOT EQUAL TO SPACES
              OR MNT-END-TXT IS LESS THAN MNT-START-TXT
              OR MNT-TICKET-TXT IS EQUAL TO SPACES THEN
               DISPLAY '[WARN] redis-slascore: malformed maintenance '
                     , 'window skipped: ', FUNCTION TRIM(MAINT-RECORD)
               EXIT PARAGRAPH
           END-IF.
           IF MNT-COUNT IS EQUAL TO 50 THEN
               IF MNT-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-slascore: more than 50 '
                         , 'maintenance windows, extras ignored'
                   MOVE 'Y' TO MNT-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MNT-COUNT.
           MOVE MNT-HOST-TXT TO MNT-HOST(MNT-COUNT).
           MOVE MNT-START-TXT(1:14) TO MNT-START(MNT-COUNT).
           MOVE MNT-END-TXT(1:14) TO MNT-END(MNT-COUNT).
           MOVE MNT-TICKET-TXT TO MNT-TICKET(MNT-COUNT).

      * The scored month's daily availability comes from the dated
      * per-check lines in REDISCHK.LOG, tallied into the same
      * host+day rows as the latency evidence - the same walk
           ADD 1 TO GRP-CHECKS(GRP-IDX).
           IF FUNCTION NUMVAL(LINE-RC-TXT) IS EQUAL TO ZEROES THEN
               ADD 1 TO GRP-PASS(GRP-IDX)
           ELSE
               MOVE AUDIT-LOG-RECORD(1:14) TO LINE-STAMP
               PERFORM REDIS-FIND-TICKET
               IF LINE-TICKET IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO GRP-PLANNED(GRP-IDX)
               END-IF
           END-IF.

      * Same rule as redis-availrpt: the ticket redis-client tagged
      * the line with wins, an untagged line is looked up against
      * the calendar by its own stamp.
       REDIS-FIND-TICKET.
           MOVE SPACES TO LINE-TICKET LINE-SCRATCH LINE-REST.
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY ' maint='
               INTO LINE-SCRATCH LINE-REST
           END-UNSTRING.
           IF LINE-REST IS NOT EQUAL TO SPACES THEN
               UNSTRING LINE-REST DELIMITED BY ' '
                   INTO LINE-TICKET
               END-UNSTRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-FIND-TICKET-STEP
               VARYING MNT-IDX FROM 1 BY 1
               UNTIL LINE-TICKET IS NOT EQUAL TO SPACES
                  OR MNT-IDX IS GREATER THAN MNT-COUNT.

       REDIS-FIND-TICKET-STEP.
           IF (MNT-HOST(MNT-IDX) IS EQUAL TO LINE-HOST
               OR MNT-HOST(MNT-IDX) IS EQUAL TO 'any')
              AND MNT-START(MNT-IDX) IS LESS THAN OR EQUAL TO
                  LINE-STAMP
              AND MNT-END(MNT-IDX) IS GREATER THAN OR EQUAL TO
                  LINE-STAMP THEN
               MOVE MNT-TICKET(MNT-IDX) TO LINE-TICKET
           END-IF.

      * The scorecard is per run - rewritten whole each time, one

       REDIS-SCORE-ONE-HOST.
           MOVE ZEROES TO SCO-AVAIL SCO-REF-AVAIL SCO-CHK-TOTAL
                          SCO-CHK-PASS SCO-CHK-PLANNED SCO-RAW-AVAIL
                          SCO-CHK-UNPLANNED SCO-DAYS SCO-BREACH-DAYS
                          SCO-AVAIL-BREACHES SCO-LOW-AVAIL
                          SCO-WORST-P95.
           MOVE 'N' TO SCO-AVAIL-SET SCO-REF-SET SCO-LOW-SET.
           PERFORM REDIS-SCORE-SCAN-DAY
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX IS GREATER THAN GRP-COUNT.
      * A month whose every failure sat inside a maintenance
      * window scores 100 - the planned downtime is reported on its
      * own line, not held against the commitment.
           IF SCO-CHK-TOTAL IS GREATER THAN ZEROES THEN
               MOVE 'Y' TO SCO-AVAIL-SET
               COMPUTE SCO-RAW-AVAIL ROUNDED =
                   SCO-CHK-PASS * 100 / SCO-CHK-TOTAL
               COMPUTE SCO-CHK-UNPLANNED =
                   SCO-CHK-TOTAL - SCO-CHK-PASS - SCO-CHK-PLANNED
               IF SCO-CHK-TOTAL IS GREATER THAN SCO-CHK-PLANNED THEN
                   COMPUTE SCO-AVAIL ROUNDED =
                       SCO-CHK-PASS * 100
                       / (SCO-CHK-TOTAL - SCO-CHK-PLANNED)
               ELSE
                   MOVE 100 TO SCO-AVAIL
               END-IF
           END-IF.
           IF SCO-AVAIL-SET IS EQUAL TO 'Y'
              AND SCO-AVAIL IS LESS THAN TGT-AVAIL(TGT-IDX) THEN
           ADD 1 TO SCO-DAYS.
           ADD GRP-CHECKS(GRP-IDX) TO SCO-CHK-TOTAL.
           ADD GRP-PASS(GRP-IDX) TO SCO-CHK-PASS.
           ADD GRP-PLANNED(GRP-IDX) TO SCO-CHK-PLANNED.
           MOVE 'N' TO FOUND.
           IF GRP-HAS-P95(GRP-IDX) IS EQUAL TO 'Y'
              AND GRP-P95(GRP-IDX) IS GREATER THAN
                  TGT-P95(TGT-IDX) THEN
               MOVE 'Y' TO FOUND
           END-IF.
           IF GRP-CHECKS(GRP-IDX) IS GREATER THAN
                 GRP-PLANNED(GRP-IDX) THEN
               COMPUTE SCO-DAY-AVAIL ROUNDED =
                   GRP-PASS(GRP-IDX) * 100
                   / (GRP-CHECKS(GRP-IDX) - GRP-PLANNED(GRP-IDX))
               IF SCO-DAY-AVAIL IS LESS THAN TGT-AVAIL(TGT-IDX) THEN
                   MOVE 'Y' TO FOUND
                   ADD 1 TO SCO-AVAIL-BREACHES
           MOVE SPACES TO SCORE-RECORD.
           STRING 'AVAILABILITY  target='           DELIMITED BY SIZE
                  RPT-TGT-DISP                      DELIMITED BY SIZE
                  '%  achieved (month, excl. planned)='
                                                    DELIMITED BY SIZE
                  RPT-AVAIL-DISP                    DELIMITED BY SIZE
                  '%  status='                      DELIMITED BY SIZE
                  FUNCTION TRIM(SCO-AVAIL-STAT)     DELIMITED BY SIZE
             INTO SCORE-RECORD.
           PERFORM REDIS-SCORE-PUT-LINE.

      * Planned and unplanned downtime side by side, with the raw
      * figure the planned failures would have cost - the line a
      * month-end dispute is settled from.
           MOVE SCO-RAW-AVAIL TO RPT-AVAIL-DISP.
           MOVE SPACES TO SCORE-RECORD.
           STRING 'DOWNTIME      planned failed checks='
                                                    DELIMITED BY SIZE
                  SCO-CHK-PLANNED                   DELIMITED BY SIZE
                  '  unplanned failed checks='      DELIMITED BY SIZE
                  SCO-CHK-UNPLANNED                 DELIMITED BY SIZE
                  '  raw (incl. planned)='          DELIMITED BY SIZE
                  RPT-AVAIL-DISP                    DELIMITED BY SIZE
                  '%'                               DELIMITED BY SIZE
             INTO SCORE-RECORD.
           PERFORM REDIS-SCORE-PUT-LINE.

      * The whole-log aggregate is reference only - it is not the
      * month's measurement and must not read as one.
           IF SCO-REF-SET IS EQUAL TO 'Y' THEN
