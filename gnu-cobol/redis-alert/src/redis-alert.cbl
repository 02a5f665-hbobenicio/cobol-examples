       FILE-CONTROL.
      * The per-host status figures redis-client's metrics write
      * left behind, and the audit log whose most recent line per
      * host becomes the detail text on a fresh page. redis-persist
      * folds its redis_persist_status lines into the same metrics
      * file and keeps its own per-host log, REDISPST.LOG, for the
      * detail on a persistence page.
           SELECT METRICS-FILE ASSIGN TO 'REDISMET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METRICS.
           SELECT AUDIT-LOG ASSIGN TO 'REDISCHK.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT PERSIST-LOG ASSIGN TO 'REDISPST.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERSIST-LOG.
      * The alert state, keyed by host, carried run to run - this
      * is what turns dozens of identical pages a night into one
      * OPENED and one CLOSED.
           SELECT ALERT-FILE ASSIGN TO 'REDISALT.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
      * The planned-maintenance calendar redis-client tags its
      * checks from - 'host start end ticket' per line, stamps as
      * YYYYMMDDHHMMSS, 'any' for an estate-wide window.
           SELECT MAINT-FILE ASSIGN TO 'REDISMNT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       01  METRICS-RECORD     PIC X(200).
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD   PIC X(320).
       FD  PERSIST-LOG.
       01  PERSIST-LOG-RECORD PIC X(320).
       FD  STATE-FILE.
       01  STATE-RECORD.
         02  ALT-HOST        PIC X(50).
         02  ALT-ESCALATED   PIC X(01).
       FD  ALERT-FILE.
       01  ALERT-RECORD       PIC X(320).
       FD  MAINT-FILE.
       01  MAINT-RECORD       PIC X(120).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-METRICS    PIC X(02) VALUE SPACES.
       01  FS-AUDIT-LOG  PIC X(02) VALUE SPACES.
       01  FS-PERSIST-LOG PIC X(02) VALUE SPACES.
       01  FS-STATE      PIC X(02) VALUE SPACES.
       01  FS-ALERT      PIC X(02) VALUE SPACES.
       01  FS-MAINT      PIC X(02) VALUE SPACES.
       01  METRICS-EOF   PIC X(01) VALUE 'N'.
       01  AUDIT-EOF     PIC X(01) VALUE 'N'.
       01  PERSIST-EOF   PIC X(01) VALUE 'N'.
       01  MAINT-EOF     PIC X(01) VALUE 'N'.
       01  CONFIG-ENV.
         02  ENV-ESCALATE PIC X(05) VALUE SPACES.
      * A failure seen this many runs in a row escalates once;
       01  ALERT-LIMITS.
         02  ESCALATE-AFTER PIC 9(05) VALUE 3.
       01  RUN-STAMP     PIC X(14) VALUE SPACES.
      * One row per check out of the metrics file: the status
      * figure and whether a state record was found for it. A
      * host's connectivity check is keyed by the host itself, its
      * persistence check by the host with '/persist' on the end,
      * so the two open and close their alerts independently in
      * the one state file. CHK-NODE is the bare host either way -
      * the name the maintenance calendar knows it by.
       01  CHECK-RESULTS.
         02  CHK-COUNT   PIC 9(02) VALUE ZEROES.
         02  CHK-IDX     PIC 9(02) VALUE ZEROES.
         02  CHK-FULL    PIC X(01) VALUE 'N'.
         02  CHK-TABLE OCCURS 40 TIMES.
           03  CHK-HOST    PIC X(50) VALUE SPACES.
           03  CHK-NODE    PIC X(50) VALUE SPACES.
           03  CHK-STATUS  PIC 9(01) VALUE ZEROES.
           03  CHK-MAINT   PIC X(01) VALUE 'N'.
      * The most recent REDISCHK.LOG line per host - the detail a
      * fresh page carries so the on-call sees the server's own
      * words, not just "down".
       01  DETAIL-LINES.
         02  DTL-COUNT   PIC 9(02) VALUE ZEROES.
         02  DTL-TABLE OCCURS 40 TIMES.
           03  DTL-HOST    PIC X(50) VALUE SPACES.
           03  DTL-TEXT    PIC X(200) VALUE SPACES.
       01  LINE-FIELDS.
         02  LINE-HOST     PIC X(50) VALUE SPACES.
         02  LINE-VALUE-TXT PIC X(10) VALUE SPACES.
         02  LINE-KIND     PIC X(01) VALUE SPACES.
         02  LINE-SCRATCH  PIC X(320) VALUE SPACES.
         02  LINE-REST     PIC X(320) VALUE SPACES.
         02  LINE-RECORD   PIC X(320) VALUE SPACES.
         02  LINE-SUFFIX   PIC X(08)  VALUE SPACES.
       01  LOOKUP.
         02  FIND-IDX    PIC 9(02) VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
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
         02  MNT-HIT-TICKET  PIC X(20) VALUE SPACES.
       01  ALERT-WORK.
         02  STATE-HIT     PIC X(01) VALUE 'N'.
         02  ALERT-DETAIL  PIC X(200) VALUE SPACES.
         02  ALERTS-ESCALATED PIC 9(04) VALUE ZEROES.
         02  ALERTS-CLOSED    PIC 9(04) VALUE ZEROES.
         02  ALERTS-REPEATS   PIC 9(04) VALUE ZEROES.
         02  ALERTS-HELD      PIC 9(04) VALUE ZEROES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-LOAD-METRICS.
           PERFORM REDIS-LOAD-DETAILS.
           PERFORM REDIS-LOAD-PERSIST-DETAILS.
           PERFORM REDIS-LOAD-MAINT.
           PERFORM REDIS-OPEN-STATE.
           PERFORM REDIS-OPEN-ALERTS.
           PERFORM REDIS-JUDGE-ONE-HOST
                 , ' escalated=', ALERTS-ESCALATED
                 , ' closed=', ALERTS-CLOSED
                 , ' repeats_suppressed=', ALERTS-REPEATS
                 , ' held_maintenance=', ALERTS-HELD
                 .
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
           PERFORM REDIS-LOAD-METRICS-LINE
               UNTIL METRICS-EOF IS EQUAL TO 'Y'.
           CLOSE METRICS-FILE.
           DISPLAY '[INFO] redis-alert: metrics loaded, checks='
                 , CHK-COUNT
                 .

                   PERFORM REDIS-PARSE-METRICS-LINE
           END-READ.

      * Only the redis_check_status, redis_check_maintenance and
      * redis_persist_status lines matter here; the host sits
      * between 'host="' and the closing quote, the figure after
      * the '} '.
       REDIS-PARSE-METRICS-LINE.
           EVALUATE TRUE
               WHEN METRICS-RECORD(1:19) IS EQUAL TO
                     'redis_check_status{'
                   MOVE 'S' TO LINE-KIND
               WHEN METRICS-RECORD(1:21) IS EQUAL TO
                     'redis_persist_status{'
                   MOVE 'P' TO LINE-KIND
               WHEN METRICS-RECORD(1:24) IS EQUAL TO
                     'redis_check_maintenance{'
                   MOVE 'M' TO LINE-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO LINE-HOST LINE-SCRATCH LINE-REST.
           UNSTRING METRICS-RECORD DELIMITED BY 'host="'
               INTO LINE-SCRATCH LINE-REST
               EXIT PARAGRAPH
           END-IF.
           MOVE LINE-REST(1:10) TO LINE-VALUE-TXT.
           IF LINE-KIND IS EQUAL TO 'M' THEN
               PERFORM REDIS-MARK-MAINT-METRIC
               EXIT PARAGRAPH
           END-IF.
           IF CHK-COUNT IS EQUAL TO 40 THEN
               IF CHK-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-alert: more than 40 checks '
                         , 'in the metrics file, extras not judged'
                   MOVE 'Y' TO CHK-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CHK-COUNT.
           MOVE LINE-HOST TO CHK-NODE(CHK-COUNT).
           IF LINE-KIND IS EQUAL TO 'P' THEN
               STRING FUNCTION TRIM(LINE-HOST) DELIMITED BY SIZE
                      '/persist'               DELIMITED BY SIZE
                 INTO CHK-HOST(CHK-COUNT)
               PERFORM REDIS-COPY-MAINT-FLAG
           ELSE
               MOVE LINE-HOST TO CHK-HOST(CHK-COUNT)
           END-IF.
           IF FUNCTION TRIM(LINE-VALUE-TXT) IS EQUAL TO '1' THEN
               MOVE 1 TO CHK-STATUS(CHK-COUNT)
           ELSE
               MOVE 0 TO CHK-STATUS(CHK-COUNT)
           END-IF.

      * redis-client writes a host's maintenance flag after its
      * status line, so the host's row is already in the table.
      * Every row for the host is marked, its persistence row too
      * should one be in already.
       REDIS-MARK-MAINT-METRIC.
           IF FUNCTION TRIM(LINE-VALUE-TXT) IS NOT EQUAL TO '1' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-MARK-MAINT-METRIC-STEP
               VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX IS GREATER THAN CHK-COUNT.

       REDIS-MARK-MAINT-METRIC-STEP.
           IF CHK-NODE(FIND-IDX) IS EQUAL TO LINE-HOST THEN
               MOVE 'Y' TO CHK-MAINT(FIND-IDX)
           END-IF.

      * redis-persist's lines follow redis-client's in the file, so
      * a persistence row takes the maintenance flag the host's
      * connectivity row already carries.
       REDIS-COPY-MAINT-FLAG.
           PERFORM REDIS-COPY-MAINT-FLAG-STEP
               VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX IS GREATER THAN CHK-COUNT.

       REDIS-COPY-MAINT-FLAG-STEP.
           IF CHK-NODE(FIND-IDX) IS EQUAL TO LINE-HOST
              AND CHK-MAINT(FIND-IDX) IS EQUAL TO 'Y' THEN
               MOVE 'Y' TO CHK-MAINT(CHK-COUNT)
           END-IF.

      * The whole log is walked but only the LAST line per host is
      * kept - that is the freshest evidence, and the log's tail is
      * where tonight's failures sit.
                     , ' - alerts carry no detail this run'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINE-SUFFIX.
           PERFORM REDIS-LOAD-DETAILS-LINE
               UNTIL AUDIT-EOF IS EQUAL TO 'Y'.
           CLOSE AUDIT-LOG.
               AT END
                   MOVE 'Y' TO AUDIT-EOF
               NOT AT END
                   MOVE AUDIT-LOG-RECORD TO LINE-RECORD
                   PERFORM REDIS-STORE-DETAIL
           END-READ.

      * Same last-line-per-host walk over redis-persist's log, the
      * hosts stored under their '/persist' check names. No log
      * just means redis-persist is not in the schedule here.
       REDIS-LOAD-PERSIST-DETAILS.
           OPEN INPUT PERSIST-LOG.
           IF FS-PERSIST-LOG IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-PERSIST-LOG IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-alert: cannot open '
                     , 'REDISPST.LOG, status=', FS-PERSIST-LOG
                     , ' - persistence alerts carry no detail'
               EXIT PARAGRAPH
           END-IF.
           MOVE '/persist' TO LINE-SUFFIX.
           PERFORM REDIS-LOAD-PERSIST-LINE
               UNTIL PERSIST-EOF IS EQUAL TO 'Y'.
           CLOSE PERSIST-LOG.

       REDIS-LOAD-PERSIST-LINE.
           READ PERSIST-LOG
               AT END
                   MOVE 'Y' TO PERSIST-EOF
               NOT AT END
                   MOVE PERSIST-LOG-RECORD TO LINE-RECORD
                   PERFORM REDIS-STORE-DETAIL
           END-READ.

       REDIS-STORE-DETAIL.
           IF LINE-RECORD(1:8) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINE-HOST LINE-SCRATCH LINE-REST.
           UNSTRING LINE-RECORD DELIMITED BY 'host='
               INTO LINE-SCRATCH LINE-REST
           END-UNSTRING.
           IF LINE-REST IS EQUAL TO SPACES THEN
           UNSTRING LINE-REST DELIMITED BY ' '
               INTO LINE-HOST
           END-UNSTRING.
           IF LINE-SUFFIX IS NOT EQUAL TO SPACES THEN
               MOVE LINE-HOST TO LINE-SCRATCH
               MOVE SPACES TO LINE-HOST
               STRING FUNCTION TRIM(LINE-SCRATCH) DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-SUFFIX)  DELIMITED BY SIZE
                 INTO LINE-HOST
           END-IF.
           MOVE 'N' TO FOUND.
           PERFORM REDIS-STORE-DETAIL-STEP
               VARYING FIND-IDX FROM 1 BY 1
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM FIND-IDX
           ELSE
               IF DTL-COUNT IS EQUAL TO 40 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DTL-COUNT
               MOVE DTL-COUNT TO FIND-IDX
               MOVE LINE-HOST TO DTL-HOST(FIND-IDX)
           END-IF.
           MOVE LINE-RECORD(1:200) TO DTL-TEXT(FIND-IDX).

       REDIS-STORE-DETAIL-STEP.
           IF DTL-HOST(FIND-IDX) IS EQUAL TO LINE-HOST THEN
               MOVE 'Y' TO FOUND
           END-IF.

      * No calendar file means nothing is planned - every failure
      * pages as it always has.
       REDIS-LOAD-MAINT.
           OPEN INPUT MAINT-FILE.
           IF FS-MAINT IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-MAINT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-alert: cannot open '
                     , 'REDISMNT.CTL, status=', FS-MAINT
                     , ' - no pages held for maintenance this run'
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-LOAD-MAINT-LINE
               UNTIL MAINT-EOF IS EQUAL TO 'Y'.
           CLOSE MAINT-FILE.
           DISPLAY '[INFO] redis-alert: maintenance windows loaded='
                 , MNT-COUNT
                 .

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
               DISPLAY '[WARN] redis-alert: malformed maintenance '
                     , 'window skipped: ', FUNCTION TRIM(MAINT-RECORD)
               EXIT PARAGRAPH
           END-IF.
           IF MNT-COUNT IS EQUAL TO 50 THEN
               IF MNT-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-alert: more than 50 '
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

      * The host is under planned work when the calendar covers it
      * as of this run, or when redis-client already tagged its
      * check as maintenance - a window that closed between the
      * check and this job still covered the failure it saw.
       REDIS-FIND-MAINT.
           MOVE SPACES TO MNT-HIT-TICKET.
           PERFORM REDIS-FIND-MAINT-STEP
               VARYING MNT-IDX FROM 1 BY 1
               UNTIL MNT-HIT-TICKET IS NOT EQUAL TO SPACES
                  OR MNT-IDX IS GREATER THAN MNT-COUNT.
           IF MNT-HIT-TICKET IS EQUAL TO SPACES
              AND CHK-MAINT(CHK-IDX) IS EQUAL TO 'Y' THEN
               MOVE '(tagged by check)' TO MNT-HIT-TICKET
           END-IF.

       REDIS-FIND-MAINT-STEP.
           IF (MNT-HOST(MNT-IDX) IS EQUAL TO CHK-NODE(CHK-IDX)
               OR MNT-HOST(MNT-IDX) IS EQUAL TO 'any')
              AND MNT-START(MNT-IDX) IS LESS THAN OR EQUAL TO RUN-STAMP
              AND MNT-END(MNT-IDX) IS GREATER THAN OR EQUAL TO
                  RUN-STAMP THEN
               MOVE MNT-TICKET(MNT-IDX) TO MNT-HIT-TICKET
           END-IF.

      * The state file may not exist yet on a freshly stood up box;
      * OPEN OUTPUT creates it, then the real I-O open follows -
      * the indexed cousin of the audit log's EXTEND/OUTPUT dance.
      * transitions emit a line: a new failure OPENS, the Nth
      * consecutive failure ESCALATES once, a recovery CLOSES. A
      * repeat failure in between only bumps the record - that is
      * the deduplication the on-call asked for. A failure under
      * planned maintenance is held: no page, and the state record
      * is left alone, so a host still down once the window closes
      * opens a fresh alert instead of escalating one nobody saw.
       REDIS-JUDGE-ONE-HOST.
           MOVE SPACES TO STATE-RECORD.
           MOVE CHK-HOST(CHK-IDX) TO ALT-HOST.
                   MOVE 'Y' TO STATE-HIT
           END-READ.
           IF CHK-STATUS(CHK-IDX) IS EQUAL TO ZEROES THEN
               PERFORM REDIS-FIND-MAINT
               IF MNT-HIT-TICKET IS NOT EQUAL TO SPACES THEN
                   PERFORM REDIS-HOLD-FAILURE
               ELSE
                   PERFORM REDIS-JUDGE-FAILURE
               END-IF
           ELSE
               PERFORM REDIS-JUDGE-RECOVERY
           END-IF.
           PERFORM REDIS-CHECK-STATE-IO.
           PERFORM REDIS-EMIT-OPENED.

       REDIS-HOLD-FAILURE.
           ADD 1 TO ALERTS-HELD.
           DISPLAY '[INFO] redis-alert: page held, host='
                 , FUNCTION TRIM(CHK-HOST(CHK-IDX))
                 , ' in maintenance, ticket='
                 , FUNCTION TRIM(MNT-HIT-TICKET)
                 .

       REDIS-JUDGE-RECOVERY.
           IF STATE-HIT IS NOT EQUAL TO 'Y'
              OR ALT-STATUS IS NOT EQUAL TO 'O' THEN
