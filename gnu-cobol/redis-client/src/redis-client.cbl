           SELECT METRICS-FILE ASSIGN TO 'REDISMET.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METRICS.
      * The live file read back only for redis-persist's lines,
      * which share REDISMET.DAT with ours.
           SELECT METRICS-IN ASSIGN TO 'REDISMET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METRICS-IN.
      * The planned-maintenance calendar shared with redis-alert,
      * redis-availrpt and redis-slascore: one window per line,
      * 'host start end ticket', stamps as YYYYMMDDHHMMSS, 'any'
      * as the host for an estate-wide window, '*' in column one
      * comments a line out.
           SELECT MAINT-FILE ASSIGN TO 'REDISMNT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       01  AUTH-FILE-RECORD   PIC X(64).
       FD  METRICS-FILE.
       01  METRICS-RECORD     PIC X(200).
       FD  METRICS-IN.
       01  METRICS-IN-RECORD  PIC X(200).
       FD  MAINT-FILE.
       01  MAINT-RECORD       PIC X(120).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
         02  AUDIT-RESPONSE    PIC X(100) VALUE SPACES.
         02  AUDIT-PORT-DISP   PIC 9(05) VALUE ZERO.
         02  AUDIT-RC-DISP     PIC -(8)9 VALUE ZERO.
         02  AUDIT-PTR         PIC 9(03) VALUE 1.
       01  RESP-TRUNCATED       PIC X(01) VALUE 'N'.
      * Drives the multi-host cluster sweep. When REDIS_HOSTS is set
      * the program loops connect/ping/close across every host:port
           03  SWEEP-RESULT  PIC X(06) VALUE SPACES.
           03  SWEEP-ELAPSED PIC 9(04) VALUE ZERO.
           03  SWEEP-RETRIES PIC 9(02) VALUE ZERO.
           03  SWEEP-MAINT   PIC X(20) VALUE SPACES.
      * Elapsed time is measured in total seconds-of-day (HH*3600 +
      * MM*60 + SS) rather than just the seconds-of-minute digits, so
      * a host whose connect/retry/send/recv spans a minute boundary
      * names carry the trailing NUL the C rename() call expects.
       01  FS-METRICS         PIC X(02) VALUE SPACES.
       01  METRICS-DONE       PIC X(01) VALUE 'N'.
       01  FS-METRICS-IN      PIC X(02) VALUE SPACES.
       01  METRICS-EOF        PIC X(01) VALUE 'N'.
       01  MET-TMP-NAME       PIC X(13) VALUE Z'REDISMET.TMP'.
       01  MET-DAT-NAME       PIC X(13) VALUE Z'REDISMET.DAT'.
       01  MET-FIELDS.
         02  MET-ELAPSED     PIC 9(04) VALUE ZERO.
         02  MET-RETRIES     PIC 9(02) VALUE ZERO.
         02  MET-RC-DISP     PIC -(8)9 VALUE ZERO.
         02  MET-MAINT       PIC 9(01) VALUE ZERO.
      * The maintenance windows out of REDISMNT.CTL. A check that
      * starts inside a window for its host carries the window's
      * change ticket in MNT-HIT-TICKET, which tags its audit line
      * and its metrics so the downstream programs can tell planned
      * downtime from a real outage.
       01  FS-MAINT           PIC X(02) VALUE SPACES.
       01  MAINT-EOF          PIC X(01) VALUE 'N'.
       01  MAINT-WINDOWS.
         02  MNT-COUNT       PIC 9(03) BINARY VALUE ZERO.
         02  MNT-IDX         PIC 9(03) BINARY VALUE ZERO.
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
         02  MNT-CHECK-STAMP PIC X(14) VALUE SPACES.
         02  MNT-HIT-TICKET  PIC X(20) VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-OPEN-AUDIT-LOG.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-LOAD-MAINT.
           PERFORM REDIS-LOAD-COMMAND.
           PERFORM FFI-POSIX-INIT.
           IF SWEEP-MODE IN SWEEP IS EQUAL TO 'Y' THEN
               PERFORM REDIS-SWEEP-RUN
           ELSE
               PERFORM REDIS-CHECK-MAINT
               PERFORM REDIS-CONNECT
               PERFORM REDIS-SESSION-SETUP
               IF SES-OK IS EQUAL TO 'Y' THEN
               INTO SWEEP-HOST(SWEEP-COUNT) SWEEP-PORT(SWEEP-COUNT)
           END-UNSTRING.

      * No calendar file simply means no planned work tonight - the
      * checks run untagged, exactly as they did before there was
      * a calendar. Any other open failure is worth a warning,
      * since it would quietly turn planned work into outages.
       REDIS-LOAD-MAINT.
           OPEN INPUT MAINT-FILE.
           IF FS-MAINT IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-MAINT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis: cannot open REDISMNT.CTL, '
                     , 'status=', FS-MAINT
                     , ' - no maintenance windows this run'
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-LOAD-MAINT-LINE
               UNTIL MAINT-EOF IS EQUAL TO 'Y'.
           CLOSE MAINT-FILE.
           DISPLAY '[INFO] redis: maintenance windows loaded='
                 , MNT-COUNT
                 .

       REDIS-LOAD-MAINT-LINE.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO MAINT-EOF
               NOT AT END
                   PERFORM REDIS-STORE-MAINT
           END-READ.

      * Both stamps must be full 14-digit YYYYMMDDHHMMSS values so
      * they compare straight against the CURRENT-DATE stamp; a
      * window that ends before it starts, or has no ticket to
      * answer for it, is refused rather than guessed at.
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
               DISPLAY '[WARN] redis: malformed maintenance window '
                     , 'skipped: ', FUNCTION TRIM(MAINT-RECORD)
               EXIT PARAGRAPH
           END-IF.
           IF MNT-COUNT IS EQUAL TO 50 THEN
               IF MNT-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis: more than 50 maintenance '
                         , 'windows, extras ignored'
                   MOVE 'Y' TO MNT-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MNT-COUNT.
           MOVE MNT-HOST-TXT TO MNT-HOST(MNT-COUNT).
           MOVE MNT-START-TXT(1:14) TO MNT-START(MNT-COUNT).
           MOVE MNT-END-TXT(1:14) TO MNT-END(MNT-COUNT).
           MOVE MNT-TICKET-TXT TO MNT-TICKET(MNT-COUNT).

      * Looks HOST IN REDIS up against the calendar as of now; the
      * first window covering it leaves its ticket in
      * MNT-HIT-TICKET, which stays spaces outside any window.
       REDIS-CHECK-MAINT.
           MOVE SPACES TO MNT-HIT-TICKET.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-CHECK-STAMP.
           PERFORM REDIS-CHECK-MAINT-STEP
               VARYING MNT-IDX FROM 1 BY 1
               UNTIL MNT-HIT-TICKET IS NOT EQUAL TO SPACES
                  OR MNT-IDX IS GREATER THAN MNT-COUNT.
           IF MNT-HIT-TICKET IS NOT EQUAL TO SPACES THEN
               DISPLAY '[INFO] redis: host='
                     , FUNCTION TRIM(HOST IN REDIS)
                     , ' is in a maintenance window, ticket='
                     , FUNCTION TRIM(MNT-HIT-TICKET)
           END-IF.

       REDIS-CHECK-MAINT-STEP.
           IF (MNT-HOST(MNT-IDX) IS EQUAL TO HOST IN REDIS
               OR MNT-HOST(MNT-IDX) IS EQUAL TO 'any')
              AND MNT-START(MNT-IDX) IS LESS THAN OR EQUAL TO
                  MNT-CHECK-STAMP
              AND MNT-END(MNT-IDX) IS GREATER THAN OR EQUAL TO
                  MNT-CHECK-STAMP THEN
               MOVE MNT-TICKET(MNT-IDX) TO MNT-HIT-TICKET
           END-IF.

      * Takes the Redis command to run from the command line
      * (e.g. 'GET mykey', 'EXISTS mykey'), defaulting to PING
      * when none is given, so the same tool doubles as a quick
      * final RC) to REDISCHK.LOG so there is a real record to point
      * to when an auditor or an incident review asks whether Redis
      * was actually reachable at a given time.
      * A check inside a planned maintenance window carries
      * ' maint=<ticket>' ahead of the rc=, so redis-availrpt and
      * redis-slascore can book its failure as planned downtime
      * while their rc= parse stays untouched at the line's end.
      * RESP still carries its own RESP-protocol x'0D'/x'0A'
      * terminator (e.g. '+PONG' + CR LF) - a LINE SEQUENTIAL record
      * can't hold an embedded CR/LF, so blank those out before they
      * SEQUENTIAL WRITE rejects (status 71) - blank it before the
      * STRING, which only fills as far as the strung text.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 1 TO AUDIT-PTR.
           STRING AUDIT-TIMESTAMP            DELIMITED BY SIZE
                  ' host='                    DELIMITED BY SIZE
                  FUNCTION TRIM(HOST IN REDIS) DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-COMMAND)  DELIMITED BY SIZE
                  ' resp='                    DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-RESPONSE) DELIMITED BY SIZE
             INTO AUDIT-LOG-RECORD
             WITH POINTER AUDIT-PTR.
           IF MNT-HIT-TICKET IS NOT EQUAL TO SPACES THEN
               STRING ' maint='               DELIMITED BY SIZE
                      FUNCTION TRIM(MNT-HIT-TICKET) DELIMITED BY SIZE
                 INTO AUDIT-LOG-RECORD
                 WITH POINTER AUDIT-PTR
           END-IF.
           STRING ' rc='                      DELIMITED BY SIZE
                  AUDIT-RC-DISP               DELIMITED BY SIZE
             INTO AUDIT-LOG-RECORD
             WITH POINTER AUDIT-PTR.
           WRITE AUDIT-LOG-RECORD.
           IF FS-AUDIT-LOG IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis: audit log write failed, status='
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SWEEP-HOST(SWEEP-IDX)))
             TO HOST-LEN IN REDIS.
           MOVE SWEEP-PORT(SWEEP-IDX) TO PORT IN REDIS.
           PERFORM REDIS-CHECK-MAINT.
           MOVE MNT-HIT-TICKET TO SWEEP-MAINT(SWEEP-IDX).
           MOVE FUNCTION CURRENT-DATE(9:2)  TO SWEEP-START-HH.
           MOVE FUNCTION CURRENT-DATE(11:2) TO SWEEP-START-MM.
           MOVE FUNCTION CURRENT-DATE(13:2) TO SWEEP-START-SS.

       REDIS-SWEEP-PRINT-SUMMARY.
           DISPLAY '[INFO] redis: cluster sweep summary'.
           DISPLAY 'HOST            PORT   STATUS  ELAPSED(s)'
                 , '  MAINT'
                 .
           PERFORM REDIS-SWEEP-PRINT-ONE
               VARYING SWEEP-IDX FROM 1 BY 1
               UNTIL SWEEP-IDX > SWEEP-COUNT IN SWEEP.
           DISPLAY SWEEP-HOST-DISP
                 , SWEEP-PORT(SWEEP-IDX), '   '
                 , SWEEP-RESULT(SWEEP-IDX), '  '
                 , SWEEP-ELAPSED(SWEEP-IDX), '        '
                 , SWEEP-MAINT(SWEEP-IDX)
                 .

      * Rewrites the metrics file the monitoring stack ingests:
           ELSE
               PERFORM REDIS-METRICS-SINGLE-HOST
           END-IF.
           PERFORM REDIS-COPY-METRICS.
           MOVE RETURN-CODE TO MET-RC-DISP.
           MOVE SPACES TO METRICS-RECORD.
           STRING 'redis_check_run_rc '        DELIMITED BY SIZE
                     , ERRNO IN POSIX
           END-IF.

      * redis-persist writes its redis_persist_* lines into the
      * same REDISMET.DAT, carrying ours across when it does. Do
      * the same for its lines here, or every check run would wipe
      * the persistence figures redis-alert reads until the next
      * persist run. No REDISMET.DAT yet just means nothing to keep.
       REDIS-COPY-METRICS.
           OPEN INPUT METRICS-IN.
           IF FS-METRICS-IN IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-METRICS-IN IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis: cannot open REDISMET.DAT, '
                     , 'status=', FS-METRICS-IN
                     , ' - persistence lines are not carried over'
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-COPY-METRICS-LINE
               UNTIL METRICS-EOF IS EQUAL TO 'Y'.
           CLOSE METRICS-IN.

       REDIS-COPY-METRICS-LINE.
           READ METRICS-IN
               AT END
                   MOVE 'Y' TO METRICS-EOF
               NOT AT END
                   IF METRICS-IN-RECORD(1:14) IS EQUAL TO
                         'redis_persist_' THEN
                       MOVE METRICS-IN-RECORD TO METRICS-RECORD
                       WRITE METRICS-RECORD
                   END-IF
           END-READ.

       REDIS-METRICS-WRITE-HOST.
           MOVE SWEEP-PORT(SWEEP-IDX) TO MET-PORT-DISP.
           MOVE SPACES TO MET-LABEL.
           ELSE
               MOVE ZERO TO MET-RETRIES
           END-IF.
           IF SWEEP-MAINT(SWEEP-IDX) IS NOT EQUAL TO SPACES THEN
               MOVE 1 TO MET-MAINT
           ELSE
               MOVE 0 TO MET-MAINT
           END-IF.
           PERFORM REDIS-METRICS-WRITE-LINES.

      * Single-command mode has no sweep table - the one host's
           ELSE
               MOVE ZERO TO MET-RETRIES
           END-IF.
           IF MNT-HIT-TICKET IS NOT EQUAL TO SPACES THEN
               MOVE 1 TO MET-MAINT
           ELSE
               MOVE 0 TO MET-MAINT
           END-IF.
           PERFORM REDIS-METRICS-WRITE-LINES.

      * redis_check_maintenance is 1 while the host sits inside a
      * planned window - redis-alert holds its pages on it.
       REDIS-METRICS-WRITE-LINES.
           MOVE SPACES TO METRICS-RECORD.
           STRING 'redis_check_status{'        DELIMITED BY SIZE
                  MET-RETRIES                  DELIMITED BY SIZE
             INTO METRICS-RECORD.
           WRITE METRICS-RECORD.
           MOVE SPACES TO METRICS-RECORD.
           STRING 'redis_check_maintenance{'   DELIMITED BY SIZE
                  FUNCTION TRIM(MET-LABEL)     DELIMITED BY SIZE
                  '} '                         DELIMITED BY SIZE
                  MET-MAINT                    DELIMITED BY SIZE
             INTO METRICS-RECORD.
           WRITE METRICS-RECORD.
           IF FS-METRICS IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis: metrics write failed, status='
                     , FS-METRICS
