           SELECT SUMMARY-FILE ASSIGN TO 'REDISAVL.SUM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY.
      * The planned-maintenance calendar redis-client tags its
      * checks from. It is read here as well so a window booked
      * after the fact - or a log line older than the tagging -
      * still counts as planned.
           SELECT MAINT-FILE ASSIGN TO 'REDISMNT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-LOG-RECORD   PIC X(320).
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD     PIC X(160).
       FD  MAINT-FILE.
       01  MAINT-RECORD       PIC X(120).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-AUDIT-LOG  PIC X(02) VALUE SPACES.
       01  FS-SUMMARY    PIC X(02) VALUE SPACES.
       01  FS-MAINT      PIC X(02) VALUE SPACES.
       01  AUDIT-EOF     PIC X(01) VALUE 'N'.
       01  MAINT-EOF     PIC X(01) VALUE 'N'.
      * Fields picked out of one REDISCHK.LOG line. The line starts
      * with the raw FUNCTION CURRENT-DATE stamp redis-client wrote
      * (YYYYMMDDHHMMSS...), followed by ' host=... port=... cmd=...
      * resp=... rc=...'. Lines without a host= (e.g. the
      * REDIS_HOSTS-truncated warning) are not check results and are
      * skipped. A check made inside a maintenance window carries
      * ' maint=<ticket>' ahead of the rc=.
       01  LOG-FIELDS.
         02  LOG-STAMP     PIC X(14) VALUE SPACES.
         02  LOG-HOST      PIC X(50) VALUE SPACES.
         02  LOG-RC-TXT    PIC X(12) VALUE SPACES.
         02  LOG-RC        PIC S9(8) BINARY VALUE ZEROES.
         02  LOG-TICKET    PIC X(20) VALUE SPACES.
         02  LOG-SCRATCH   PIC X(320) VALUE SPACES.
         02  LOG-REST      PIC X(320) VALUE SPACES.
      * One row per host+day - the grain the incident reviews ask
           03  GRP-TOTAL   PIC 9(06) VALUE ZEROES.
           03  GRP-PASS    PIC 9(06) VALUE ZEROES.
           03  GRP-FAIL    PIC 9(06) VALUE ZEROES.
           03  GRP-PLANNED PIC 9(06) VALUE ZEROES.
      * One row per host across the whole log - feeds the one-line-
      * per-host morning summary file, and carries the open
      * consecutive-failure streak while the log is being read.
           03  HST-TOTAL        PIC 9(06) VALUE ZEROES.
           03  HST-PASS         PIC 9(06) VALUE ZEROES.
           03  HST-FAIL         PIC 9(06) VALUE ZEROES.
           03  HST-PLANNED      PIC 9(06) VALUE ZEROES.
           03  HST-STREAK-OPEN  PIC X(01) VALUE 'N'.
           03  HST-STREAK-START PIC X(14) VALUE SPACES.
           03  HST-STREAK-END   PIC X(14) VALUE SPACES.
           03  WIN-HOST    PIC X(50) VALUE SPACES.
           03  WIN-START   PIC X(14) VALUE SPACES.
           03  WIN-END     PIC X(14) VALUE SPACES.
      * Failed checks booked as planned downtime, one row per
      * host+ticket - the planned half of the picture, kept apart
      * from the consecutive-failure windows above, which are the
      * unplanned outages only.
       01  PLANNED-TICKETS.
         02  TKT-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  TKT-FULL    PIC X(01) VALUE 'N'.
         02  TKT-TABLE OCCURS 50 TIMES.
           03  TKT-HOST    PIC X(50) VALUE SPACES.
           03  TKT-TICKET  PIC X(20) VALUE SPACES.
           03  TKT-FIRST   PIC X(14) VALUE SPACES.
           03  TKT-LAST    PIC X(14) VALUE SPACES.
           03  TKT-FAILS   PIC 9(06) VALUE ZEROES.
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
         02  GRP-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  HST-IDX     PIC 9(02) BINARY VALUE ZEROES.
         02  WIN-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  TKT-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
      * Display-only scratch for the report lines - trimmed hostname
      * in a fixed column plus an availability percentage, same
       01  REPORT-DISP.
         02  RPT-HOST-DISP PIC X(16) VALUE SPACES.
         02  RPT-PCT       PIC 9(03).9(02) VALUE ZEROES.
      * Availability with the planned failures taken out of the
      * count altogether - the figure a month-end SLA dispute is
      * actually about.
         02  RPT-ADJ-PCT   PIC 9(03).9(02) VALUE ZEROES.
         02  RPT-UNPLANNED PIC 9(06) VALUE ZEROES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-MAINT.
           PERFORM REDIS-OPEN-AUDIT-LOG.
           PERFORM REDIS-READ-AUDIT-LINE
               UNTIL AUDIT-EOF IS EQUAL TO 'Y'.
               STOP RUN
           END-IF.

      * No calendar file means nothing was planned; the tags
      * redis-client wrote into the log still count on their own.
       REDIS-LOAD-MAINT.
           OPEN INPUT MAINT-FILE.
           IF FS-MAINT IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-MAINT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-availrpt: cannot open '
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
               DISPLAY '[WARN] redis-availrpt: malformed maintenance '
                     , 'window skipped: ', FUNCTION TRIM(MAINT-RECORD)
               EXIT PARAGRAPH
           END-IF.
           IF MNT-COUNT IS EQUAL TO 50 THEN
               IF MNT-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-availrpt: more than 50 '
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

       REDIS-READ-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
           END-IF.
           MOVE LOG-REST(1:12) TO LOG-RC-TXT.
           MOVE FUNCTION NUMVAL(LOG-RC-TXT) TO LOG-RC.
           PERFORM REDIS-FIND-TICKET.
           PERFORM REDIS-TALLY-CHECK.

      * The ticket redis-client tagged the line with wins; an
      * untagged line is looked up against the calendar by its own
      * stamp.
       REDIS-FIND-TICKET.
           MOVE SPACES TO LOG-TICKET LOG-SCRATCH LOG-REST.
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY ' maint='
               INTO LOG-SCRATCH LOG-REST
           END-UNSTRING.
           IF LOG-REST IS NOT EQUAL TO SPACES THEN
               UNSTRING LOG-REST DELIMITED BY ' '
                   INTO LOG-TICKET
               END-UNSTRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-FIND-TICKET-STEP
               VARYING MNT-IDX FROM 1 BY 1
               UNTIL LOG-TICKET IS NOT EQUAL TO SPACES
                  OR MNT-IDX IS GREATER THAN MNT-COUNT.

       REDIS-FIND-TICKET-STEP.
           IF (MNT-HOST(MNT-IDX) IS EQUAL TO LOG-HOST
               OR MNT-HOST(MNT-IDX) IS EQUAL TO 'any')
              AND MNT-START(MNT-IDX) IS LESS THAN OR EQUAL TO LOG-STAMP
              AND MNT-END(MNT-IDX) IS GREATER THAN OR EQUAL TO
                  LOG-STAMP THEN
               MOVE MNT-TICKET(MNT-IDX) TO LOG-TICKET
           END-IF.

      * A failure under a maintenance ticket still counts in FAIL,
      * but is also booked as PLANNED against its ticket and kept
      * out of the consecutive-failure windows - those are the
      * unplanned outages.
       REDIS-TALLY-CHECK.
           PERFORM REDIS-FIND-DAY-GROUP.
           PERFORM REDIS-FIND-HOST-TOTAL.
           ELSE
               ADD 1 TO GRP-FAIL(GRP-IDX)
               ADD 1 TO HST-FAIL(HST-IDX)
               IF LOG-TICKET IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO GRP-PLANNED(GRP-IDX)
                   ADD 1 TO HST-PLANNED(HST-IDX)
                   PERFORM REDIS-BOOK-PLANNED
               ELSE
                   PERFORM REDIS-STREAK-EXTEND
               END-IF
           END-IF.

       REDIS-BOOK-PLANNED.
           MOVE 'N' TO FOUND.
           PERFORM REDIS-BOOK-PLANNED-STEP
               VARYING TKT-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR TKT-IDX IS GREATER THAN TKT-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM TKT-IDX
           ELSE
               IF TKT-COUNT IS EQUAL TO 50 THEN
                   IF TKT-FULL IS EQUAL TO 'N' THEN
                       DISPLAY '[WARN] redis-availrpt: more than 50 '
                             , 'host/ticket rows, extras not listed'
                       MOVE 'Y' TO TKT-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TKT-COUNT
               MOVE TKT-COUNT TO TKT-IDX
               MOVE LOG-HOST TO TKT-HOST(TKT-IDX)
               MOVE LOG-TICKET TO TKT-TICKET(TKT-IDX)
               MOVE LOG-STAMP TO TKT-FIRST(TKT-IDX)
           END-IF.
           MOVE LOG-STAMP TO TKT-LAST(TKT-IDX).
           ADD 1 TO TKT-FAILS(TKT-IDX).

       REDIS-BOOK-PLANNED-STEP.
           IF TKT-HOST(TKT-IDX) IS EQUAL TO LOG-HOST
              AND TKT-TICKET(TKT-IDX) IS EQUAL TO LOG-TICKET THEN
               MOVE 'Y' TO FOUND
           END-IF.

      * Finds (or adds) the host+day row for the current line. The
       REDIS-PRINT-REPORT.
           DISPLAY '[INFO] redis-availrpt: daily availability report'.
           DISPLAY 'DATE      HOST             TOTAL   PASS    FAIL'
                 , '    PLAN    AVAIL%  ADJ%'
                 .
           PERFORM REDIS-PRINT-GROUP-ONE
               VARYING GRP-IDX FROM 1 BY 1
                   VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX IS GREATER THAN WIN-COUNT
           END-IF.
           DISPLAY ' '.
           DISPLAY '[INFO] redis-availrpt: planned maintenance '
                 , 'downtime'
                 .
           IF TKT-COUNT IS EQUAL TO ZEROES THEN
               DISPLAY 'none'
           ELSE
               DISPLAY 'HOST             TICKET               '
                     , 'FIRST-FAIL      LAST-FAIL       FAILS'
               PERFORM REDIS-PRINT-TICKET-ONE
                   VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX IS GREATER THAN TKT-COUNT
           END-IF.

       REDIS-PRINT-GROUP-ONE.
           MOVE FUNCTION TRIM(GRP-HOST(GRP-IDX)) TO RPT-HOST-DISP.
           COMPUTE RPT-PCT ROUNDED =
               GRP-PASS(GRP-IDX) * 100 / GRP-TOTAL(GRP-IDX).
           IF GRP-TOTAL(GRP-IDX) IS GREATER THAN
                 GRP-PLANNED(GRP-IDX) THEN
               COMPUTE RPT-ADJ-PCT ROUNDED =
                   GRP-PASS(GRP-IDX) * 100
                   / (GRP-TOTAL(GRP-IDX) - GRP-PLANNED(GRP-IDX))
           ELSE
               MOVE 100 TO RPT-ADJ-PCT
           END-IF.
           DISPLAY GRP-DATE(GRP-IDX), '  '
                 , RPT-HOST-DISP, ' '
                 , GRP-TOTAL(GRP-IDX), '  '
                 , GRP-PASS(GRP-IDX), '  '
                 , GRP-FAIL(GRP-IDX), '  '
                 , GRP-PLANNED(GRP-IDX), '  '
                 , RPT-PCT, '  '
                 , RPT-ADJ-PCT
                 .

       REDIS-PRINT-WINDOW-ONE.
                 , WIN-END(WIN-IDX)
                 .

       REDIS-PRINT-TICKET-ONE.
           MOVE FUNCTION TRIM(TKT-HOST(TKT-IDX)) TO RPT-HOST-DISP.
           DISPLAY RPT-HOST-DISP, ' '
                 , TKT-TICKET(TKT-IDX), ' '
                 , TKT-FIRST(TKT-IDX), '  '
                 , TKT-LAST(TKT-IDX), '  '
                 , TKT-FAILS(TKT-IDX)
                 .

      * One line per host, rewritten on every run, so the morning
      * ops review reads REDISAVL.SUM straight off instead of
      * re-running the report.
                 , HST-COUNT
                 .

      * planned=, unplanned= and adjusted= ride at the end of the
      * line so the existing host=/avail= readers are undisturbed.
       REDIS-WRITE-SUMMARY-ONE.
           COMPUTE RPT-PCT ROUNDED =
               HST-PASS(HST-IDX) * 100 / HST-TOTAL(HST-IDX).
           COMPUTE RPT-UNPLANNED =
               HST-FAIL(HST-IDX) - HST-PLANNED(HST-IDX).
           IF HST-TOTAL(HST-IDX) IS GREATER THAN
                 HST-PLANNED(HST-IDX) THEN
               COMPUTE RPT-ADJ-PCT ROUNDED =
                   HST-PASS(HST-IDX) * 100
                   / (HST-TOTAL(HST-IDX) - HST-PLANNED(HST-IDX))
           ELSE
               MOVE 100 TO RPT-ADJ-PCT
           END-IF.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO SUMMARY-RECORD.
                  HST-FAIL(HST-IDX)              DELIMITED BY SIZE
                  ' avail='                      DELIMITED BY SIZE
                  RPT-PCT                        DELIMITED BY SIZE
                  ' planned='                    DELIMITED BY SIZE
                  HST-PLANNED(HST-IDX)           DELIMITED BY SIZE
                  ' unplanned='                  DELIMITED BY SIZE
                  RPT-UNPLANNED                  DELIMITED BY SIZE
                  ' adjusted='                   DELIMITED BY SIZE
                  RPT-ADJ-PCT                    DELIMITED BY SIZE
             INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           IF FS-SUMMARY IS NOT EQUAL TO '00' THEN
