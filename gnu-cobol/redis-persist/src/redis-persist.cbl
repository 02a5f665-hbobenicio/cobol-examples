      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-PERSIST.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The metrics file redis-client leaves behind. The persistence
      * figures are folded into it rather than kept in a file of
      * their own, so the collector and redis-alert pick them up
      * with no change to where they look: every line that is not
      * ours is copied through to REDISMET.PST, our lines are
      * added, and the result is renamed over REDISMET.DAT - the
      * same never-half-written rename redis-client does. Our own
      * lines from an earlier run are dropped on the way through,
      * so a rerun replaces them rather than doubling them.
           SELECT METRICS-IN ASSIGN TO 'REDISMET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METRICS-IN.
           SELECT METRICS-OUT ASSIGN TO 'REDISMET.PST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METRICS-OUT.
      * One line per host per run, appended - the persistence
      * figures in words. redis-alert takes the latest line per
      * host from here as the detail on a persistence page, the
      * way it takes redis-client's from REDISCHK.LOG.
           SELECT PERSIST-LOG ASSIGN TO 'REDISPST.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERSIST-LOG.
           SELECT AUTH-FILE ASSIGN USING SES-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTH-FILE.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  METRICS-IN.
       01  METRICS-IN-RECORD  PIC X(200).
       FD  METRICS-OUT.
       01  METRICS-RECORD     PIC X(200).
       FD  PERSIST-LOG.
       01  PERSIST-LOG-RECORD PIC X(320).
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD   PIC X(64).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
       COPY POSIXREC.
       COPY REDISSES.
       01  FS-METRICS-IN  PIC X(02) VALUE SPACES.
       01  FS-METRICS-OUT PIC X(02) VALUE SPACES.
       01  FS-PERSIST-LOG PIC X(02) VALUE SPACES.
       01  METRICS-EOF    PIC X(01) VALUE 'N'.
       01  RC             PIC S9(8)  BINARY.
       01  RC-CLOSE       PIC S9(8)  BINARY.
      * The names carry the trailing NUL the C rename() call
      * expects, as in redis-client.
       01  MET-TMP-NAME   PIC X(13) VALUE Z'REDISMET.PST'.
       01  MET-DAT-NAME   PIC X(13) VALUE Z'REDISMET.DAT'.
       01  CONFIG-ENV.
         02  ENV-HOST    PIC X(50)  VALUE SPACES.
         02  ENV-PORT    PIC X(05)  VALUE SPACES.
         02  ENV-AGE     PIC X(10)  VALUE SPACES.
         02  ENV-CHANGES PIC X(12)  VALUE SPACES.
      * A host fails when its last background save failed, when
      * its AOF is on and the last AOF write failed, or - for a
      * host persisting by RDB snapshot alone - when it is holding
      * unsaved changes and either the last good save is older
      * than REDIS_PERSIST_MAX_AGE seconds or the changes number
      * more than REDIS_PERSIST_MAX_CHANGES. A host with nothing
      * unsaved is fully on disk however old its last save is.
       01  PERSIST-LIMITS.
         02  MAX-SAVE-AGE   PIC 9(10) VALUE 3600.
         02  MAX-CHANGES    PIC 9(12) VALUE 10000.
      * Hosts come from REDIS_HOSTS (comma separated host:port, the
      * same shape redis-client's sweep takes) or, when that is not
      * set, the single REDIS_HOST/REDIS_PORT.
       01  PERSIST.
         02  PST-RAW       PIC X(600) VALUE SPACES.
         02  PST-COUNT     PIC 9(02) VALUE ZEROES.
         02  PST-IDX       PIC 9(02) VALUE ZEROES.
         02  PST-PTR       PIC 9(03) VALUE 1.
         02  PST-ENTRY-TXT PIC X(60) VALUE SPACES.
         02  PST-CONN-OK   PIC X(01) VALUE 'N'.
         02  PST-REASON-PTR PIC 9(03) VALUE 1.
         02  PST-REASON-TXT PIC X(20) VALUE SPACES.
         02  PST-TABLE OCCURS 10 TIMES.
           03  PST-HOST      PIC X(50) VALUE SPACES.
           03  PST-PORT      PIC 9(04) VALUE ZEROES.
      * OK, FAIL, or DOWN when the figures could not be read at
      * all (connect, session or reply) - X(06) so a SELECT-step
      * session failure prints in full, as in redis-clients.
           03  PST-RESULT    PIC X(06) VALUE SPACES.
           03  PST-BGSAVE    PIC X(10) VALUE SPACES.
           03  PST-AOF-ON    PIC 9(01) VALUE ZEROES.
           03  PST-AOF-WRITE PIC X(10) VALUE SPACES.
           03  PST-SAVE-TIME PIC 9(10) VALUE ZEROES.
           03  PST-SAVE-AGE  PIC 9(10) VALUE ZEROES.
           03  PST-CHANGES   PIC 9(12) VALUE ZEROES.
           03  PST-REASON    PIC X(60) VALUE SPACES.
       01  PERSIST-TOTALS.
         02  PST-OK-COUNT    PIC 9(02) VALUE ZEROES.
         02  PST-FAIL-COUNT  PIC 9(02) VALUE ZEROES.
         02  PST-DOWN-COUNT  PIC 9(02) VALUE ZEROES.
      * The batch box's clock as seconds since 1970 UTC - the same
      * scale as the server's rdb_last_save_time. CURRENT-DATE is
      * local time, so its UTC offset is taken back off.
       01  NOW-WORK.
         02  NOW-STAMP       PIC X(21) VALUE SPACES.
         02  NOW-DATE        PIC 9(08) VALUE ZEROES.
         02  NOW-HH          PIC 9(02) VALUE ZEROES.
         02  NOW-MM          PIC 9(02) VALUE ZEROES.
         02  NOW-SS          PIC 9(02) VALUE ZEROES.
         02  NOW-OFF-SIGN    PIC X(01) VALUE SPACES.
         02  NOW-OFF-HH      PIC 9(02) VALUE ZEROES.
         02  NOW-OFF-MM      PIC 9(02) VALUE ZEROES.
         02  NOW-EPOCH       PIC S9(11) VALUE ZEROES.
         02  AGE-WORK        PIC S9(11) VALUE ZEROES.
      * Chunked reply collection for the multi-line INFO bulk
      * string, same shape as redis-replcheck.
       01  INFO-REPLY.
         02  INFO-BUFFER     PIC X(8192) VALUE SPACES.
         02  INFO-CHUNK      PIC X(2048) VALUE SPACES.
         02  INFO-TOTAL      PIC S9(8)  BINARY VALUE ZEROES.
         02  INFO-EXPECTED   PIC S9(8)  BINARY VALUE ZEROES.
         02  INFO-BULK-TXT   PIC X(12)  VALUE SPACES.
         02  INFO-BULK-LEN   PIC S9(8)  BINARY VALUE ZEROES.
         02  INFO-TRUNCATED  PIC X(01)  VALUE 'N'.
         02  INFO-HDR-OK     PIC X(01)  VALUE 'N'.
         02  INFO-CR-COUNT   PIC S9(8)  BINARY VALUE ZEROES.
       01  INFO-PARSE.
         02  INFO-PTR        PIC 9(05)  VALUE 1.
         02  INFO-LINE       PIC X(100) VALUE SPACES.
         02  INFO-LABEL      PIC X(40)  VALUE SPACES.
         02  INFO-VALUE-TXT  PIC X(20)  VALUE SPACES.
       01  MET-FIELDS.
         02  MET-LABEL       PIC X(80)  VALUE SPACES.
         02  MET-PORT-DISP   PIC Z(4)9  VALUE ZEROES.
         02  MET-FLAG        PIC 9(01)  VALUE ZEROES.
         02  MET-NAME        PIC X(40)  VALUE SPACES.
         02  MET-VALUE       PIC Z(11)9 VALUE ZEROES.
         02  MET-RC-DISP     PIC -(8)9  VALUE ZEROES.
       01  LOG-FIELDS.
         02  LOG-TIMESTAMP   PIC X(14)  VALUE SPACES.
         02  LOG-PORT-DISP   PIC 9(05)  VALUE ZEROES.
         02  LOG-AGE-DISP    PIC Z(9)9  VALUE ZEROES.
         02  LOG-CHG-DISP    PIC Z(11)9 VALUE ZEROES.
       01  PST-HOST-DISP     PIC X(16)  VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-OPEN-LOG.
           PERFORM FFI-POSIX-INIT.
           PERFORM REDIS-CHECK-HOST
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX IS GREATER THAN PST-COUNT.
           CLOSE PERSIST-LOG.
           PERFORM REDIS-PRINT-SUMMARY.
      * As in redis-clients: a host whose figures could not be read
      * at all outranks a host that read back as failing.
           EVALUATE TRUE
               WHEN PST-DOWN-COUNT IS GREATER THAN ZEROES
                   MOVE 2 TO RETURN-CODE
               WHEN PST-FAIL-COUNT IS GREATER THAN ZEROES
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REDIS-METRICS-WRITE.
           STOP RUN.

       REDIS-LOAD-CONFIG.
           ACCEPT ENV-HOST FROM ENVIRONMENT 'REDIS_HOST'.
           IF ENV-HOST IS NOT EQUAL TO SPACES THEN
               MOVE ENV-HOST TO HOST IN REDIS
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ENV-HOST))
                 TO HOST-LEN IN REDIS
           END-IF.

           ACCEPT ENV-PORT FROM ENVIRONMENT 'REDIS_PORT'.
           IF FUNCTION TRIM(ENV-PORT) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-PORT) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ENV-PORT) TO PORT IN REDIS
           END-IF.

           ACCEPT ENV-AGE FROM ENVIRONMENT 'REDIS_PERSIST_MAX_AGE'.
           IF FUNCTION TRIM(ENV-AGE) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-AGE) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-AGE) TO MAX-SAVE-AGE
           END-IF.

           ACCEPT ENV-CHANGES FROM ENVIRONMENT
               'REDIS_PERSIST_MAX_CHANGES'.
           IF FUNCTION TRIM(ENV-CHANGES) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-CHANGES) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-CHANGES) TO MAX-CHANGES
           END-IF.

           ACCEPT PST-RAW FROM ENVIRONMENT 'REDIS_HOSTS'.
           IF PST-RAW IS NOT EQUAL TO SPACES THEN
               PERFORM REDIS-PARSE-HOSTS
           ELSE
               MOVE 1 TO PST-COUNT
               MOVE HOST IN REDIS TO PST-HOST(1)
               MOVE PORT IN REDIS TO PST-PORT(1)
           END-IF.

           PERFORM REDIS-SESSION-CONFIG.
           PERFORM REDIS-COMPUTE-NOW.

           DISPLAY '[INFO] redis-persist: config hosts=', PST-COUNT
                 , ' max_save_age=', MAX-SAVE-AGE
                 , ' max_changes=', MAX-CHANGES
                 .

      * Same UNSTRING-with-moving-pointer walk as redis-client's
      * REDIS-PARSE-HOSTS, including the over-10-entries warning.
       REDIS-PARSE-HOSTS.
           MOVE 1 TO PST-PTR.
           PERFORM REDIS-PARSE-HOSTS-ENTRY
               UNTIL PST-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(PST-RAW))
                  OR PST-COUNT IS EQUAL TO 10.
           IF PST-COUNT IS EQUAL TO 10
              AND PST-PTR IS LESS THAN OR EQUAL TO FUNCTION LENGTH(
                    FUNCTION TRIM(PST-RAW)) THEN
               DISPLAY '[WARN] redis-persist: REDIS_HOSTS has more '
                     , 'than 10 entries, extra hosts not checked'
           END-IF.

       REDIS-PARSE-HOSTS-ENTRY.
           UNSTRING PST-RAW DELIMITED BY ','
               INTO PST-ENTRY-TXT
               WITH POINTER PST-PTR
           END-UNSTRING.
           ADD 1 TO PST-COUNT.
           UNSTRING FUNCTION TRIM(PST-ENTRY-TXT) DELIMITED BY ':'
               INTO PST-HOST(PST-COUNT) PST-PORT(PST-COUNT)
           END-UNSTRING.

       REDIS-COMPUTE-NOW.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP.
           MOVE NOW-STAMP(1:14) TO LOG-TIMESTAMP.
           MOVE NOW-STAMP(1:8) TO NOW-DATE.
           MOVE NOW-STAMP(9:2) TO NOW-HH.
           MOVE NOW-STAMP(11:2) TO NOW-MM.
           MOVE NOW-STAMP(13:2) TO NOW-SS.
           MOVE NOW-STAMP(17:1) TO NOW-OFF-SIGN.
           MOVE NOW-STAMP(18:2) TO NOW-OFF-HH.
           MOVE NOW-STAMP(20:2) TO NOW-OFF-MM.
           COMPUTE NOW-EPOCH =
               (FUNCTION INTEGER-OF-DATE(NOW-DATE)
                - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
               + NOW-HH * 3600 + NOW-MM * 60 + NOW-SS.
           IF NOW-OFF-SIGN IS EQUAL TO '-' THEN
               COMPUTE NOW-EPOCH = NOW-EPOCH
                   + NOW-OFF-HH * 3600 + NOW-OFF-MM * 60
           ELSE
               COMPUTE NOW-EPOCH = NOW-EPOCH
                   - NOW-OFF-HH * 3600 - NOW-OFF-MM * 60
           END-IF.

      * Same OPEN EXTEND / OPEN OUTPUT dance as redis-client's
      * REDISCHK.LOG.
       REDIS-OPEN-LOG.
           OPEN EXTEND PERSIST-LOG.
           IF FS-PERSIST-LOG IS EQUAL TO '35' THEN
               OPEN OUTPUT PERSIST-LOG
           END-IF.
           IF FS-PERSIST-LOG IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-persist: cannot open '
                     , 'REDISPST.LOG, status=', FS-PERSIST-LOG
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.

       FFI-POSIX-INIT.
           CALL 'ffi_posix_af_inet'     RETURNING AF-INET     IN POSIX.
           CALL 'ffi_posix_sock_stream' RETURNING SOCK-STREAM IN POSIX.

      * One server: connect, establish the session (a password-
      * protected server refuses INFO without it), read
      * 'INFO persistence', close, then judge it and log it.
       REDIS-CHECK-HOST.
           MOVE PST-HOST(PST-IDX) TO HOST IN REDIS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PST-HOST(PST-IDX)))
             TO HOST-LEN IN REDIS.
           MOVE PST-PORT(PST-IDX) TO PORT IN REDIS.
           PERFORM REDIS-QUERY-INFO.
           IF PST-RESULT(PST-IDX) IS EQUAL TO SPACES THEN
               PERFORM REDIS-JUDGE-HOST
           ELSE
               ADD 1 TO PST-DOWN-COUNT
           END-IF.
           PERFORM REDIS-WRITE-LOG-LINE.

      * Leaves PST-RESULT blank when the figures were read, or sets
      * it to DOWN (or the failing session step) when they weren't.
       REDIS-QUERY-INFO.
           PERFORM REDIS-CONNECT.
           IF PST-CONN-OK IS NOT EQUAL TO 'Y' THEN
               MOVE 'DOWN' TO PST-RESULT(PST-IDX)
               MOVE 'not_reachable' TO PST-REASON(PST-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-STEP TO PST-RESULT(PST-IDX)
               ELSE
                   MOVE 'DOWN' TO PST-RESULT(PST-IDX)
               END-IF
               MOVE 'session_refused' TO PST-REASON(PST-IDX)
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO COMMAND IN REDIS.
           MOVE 16 TO COMMAND-LEN IN REDIS.
           STRING 'INFO persistence' DELIMITED BY SIZE
                  x'0D'              DELIMITED BY SIZE
                  x'0A'              DELIMITED BY SIZE
             INTO COMMAND IN REDIS.
           ADD 2 TO COMMAND-LEN IN REDIS.
           PERFORM FFI-POSIX-SEND.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'DOWN' TO PST-RESULT(PST-IDX)
               MOVE 'send_failed' TO PST-REASON(PST-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-RECV-REPLY.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'DOWN' TO PST-RESULT(PST-IDX)
               MOVE 'recv_failed' TO PST-REASON(PST-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-CLOSE.
      * A reply the server cut off short of its header's length is
      * as unusable as a bad one - the fields it lost would read
      * back as 'ok' and 0 and pass the host.
           IF INFO-BUFFER(1:1) IS NOT EQUAL TO '$'
              OR INFO-HDR-OK IS NOT EQUAL TO 'Y'
              OR INFO-TRUNCATED IS EQUAL TO 'Y'
              OR INFO-TOTAL IS LESS THAN INFO-EXPECTED THEN
               DISPLAY '[WARN] redis-persist: unusable INFO reply '
                     , 'from ', FUNCTION TRIM(HOST IN REDIS)
                     , ': ', INFO-BUFFER(1:40)
               MOVE 'DOWN' TO PST-RESULT(PST-IDX)
               MOVE 'unusable_reply' TO PST-REASON(PST-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-PARSE-INFO-LINES.

      * The reasons are strung together, comma separated, so one
      * log line says every way the host is failing, not just the
      * first one found.
       REDIS-JUDGE-HOST.
           MOVE SPACES TO PST-REASON(PST-IDX).
           MOVE 1 TO PST-REASON-PTR.
           COMPUTE AGE-WORK = NOW-EPOCH - PST-SAVE-TIME(PST-IDX).
           IF AGE-WORK IS LESS THAN ZEROES THEN
               MOVE ZEROES TO AGE-WORK
           END-IF.
           MOVE AGE-WORK TO PST-SAVE-AGE(PST-IDX).
           IF FUNCTION TRIM(PST-BGSAVE(PST-IDX)) IS NOT EQUAL TO
                 'ok' THEN
               MOVE 'bgsave_failed' TO PST-REASON-TXT
               PERFORM REDIS-ADD-REASON
           END-IF.
           IF PST-AOF-ON(PST-IDX) IS EQUAL TO 1
              AND FUNCTION TRIM(PST-AOF-WRITE(PST-IDX)) IS NOT EQUAL
                  TO 'ok' THEN
               MOVE 'aof_write_failed' TO PST-REASON-TXT
               PERFORM REDIS-ADD-REASON
           END-IF.
      * The age and change limits only mean something for a host
      * whose durability rests on the RDB snapshot. With AOF on,
      * the changes since the last snapshot are already on disk in
      * the AOF, and a box with snapshots turned off would show
      * them climbing forever.
           IF PST-AOF-ON(PST-IDX) IS NOT EQUAL TO 1
              AND PST-CHANGES(PST-IDX) IS GREATER THAN ZEROES THEN
               IF PST-SAVE-AGE(PST-IDX) IS GREATER THAN
                     MAX-SAVE-AGE THEN
                   MOVE 'save_too_old' TO PST-REASON-TXT
                   PERFORM REDIS-ADD-REASON
               END-IF
               IF PST-CHANGES(PST-IDX) IS GREATER THAN
                     MAX-CHANGES THEN
                   MOVE 'unsaved_over_limit' TO PST-REASON-TXT
                   PERFORM REDIS-ADD-REASON
               END-IF
           END-IF.
           IF PST-REASON(PST-IDX) IS EQUAL TO SPACES THEN
               MOVE 'OK' TO PST-RESULT(PST-IDX)
               ADD 1 TO PST-OK-COUNT
           ELSE
               MOVE 'FAIL' TO PST-RESULT(PST-IDX)
               ADD 1 TO PST-FAIL-COUNT
           END-IF.

       REDIS-ADD-REASON.
           IF PST-REASON-PTR IS GREATER THAN 1 THEN
               STRING ','                       DELIMITED BY SIZE
                 INTO PST-REASON(PST-IDX)
                 WITH POINTER PST-REASON-PTR
           END-IF.
           STRING FUNCTION TRIM(PST-REASON-TXT) DELIMITED BY SIZE
             INTO PST-REASON(PST-IDX)
             WITH POINTER PST-REASON-PTR.

       REDIS-WRITE-LOG-LINE.
           MOVE PST-PORT(PST-IDX) TO LOG-PORT-DISP.
           MOVE PST-SAVE-AGE(PST-IDX) TO LOG-AGE-DISP.
           MOVE PST-CHANGES(PST-IDX) TO LOG-CHG-DISP.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO PERSIST-LOG-RECORD.
           STRING LOG-TIMESTAMP                    DELIMITED BY SIZE
                  ' host='                         DELIMITED BY SIZE
                  FUNCTION TRIM(PST-HOST(PST-IDX)) DELIMITED BY SIZE
                  ' port='                         DELIMITED BY SIZE
                  LOG-PORT-DISP                    DELIMITED BY SIZE
                  ' result='                       DELIMITED BY SIZE
                  FUNCTION TRIM(PST-RESULT(PST-IDX))
                                                   DELIMITED BY SIZE
                  ' bgsave='                       DELIMITED BY SIZE
                  FUNCTION TRIM(PST-BGSAVE(PST-IDX))
                                                   DELIMITED BY SIZE
                  ' aof_enabled='                  DELIMITED BY SIZE
                  PST-AOF-ON(PST-IDX)              DELIMITED BY SIZE
                  ' aof_write='                    DELIMITED BY SIZE
                  FUNCTION TRIM(PST-AOF-WRITE(PST-IDX))
                                                   DELIMITED BY SIZE
                  ' save_age='                     DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-AGE-DISP)      DELIMITED BY SIZE
                  ' changes='                      DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CHG-DISP)      DELIMITED BY SIZE
                  ' reason='                       DELIMITED BY SIZE
                  FUNCTION TRIM(PST-REASON(PST-IDX))
                                                   DELIMITED BY SIZE
             INTO PERSIST-LOG-RECORD.
           WRITE PERSIST-LOG-RECORD.
           IF FS-PERSIST-LOG IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-persist: log write failed, '
                     , 'status=', FS-PERSIST-LOG
           END-IF.

      * Chunk-collection loop borrowed from redis-replcheck: the
      * first chunk carries the '$<len>' header, keep reading until
      * header + payload + trailing CR LF have arrived.
       REDIS-RECV-REPLY.
           MOVE ZEROES TO INFO-TOTAL.
           MOVE ZEROES TO INFO-EXPECTED.
           MOVE 'N' TO INFO-TRUNCATED.
           MOVE 'N' TO INFO-HDR-OK.
           MOVE SPACES TO INFO-BUFFER.
           PERFORM REDIS-RECV-REPLY-STEP.
           IF RC IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-RECV-REPLY-STEP
               UNTIL (INFO-HDR-OK IS EQUAL TO 'Y'
                      AND INFO-TOTAL IS GREATER THAN OR EQUAL TO
                          INFO-EXPECTED)
                  OR (INFO-TOTAL IS GREATER THAN ZEROES
                      AND INFO-BUFFER(1:1) IS NOT EQUAL TO '$')
                  OR INFO-TRUNCATED IS EQUAL TO 'Y'
                  OR RC IS LESS THAN OR EQUAL TO ZEROES.

       REDIS-RECV-REPLY-STEP.
           PERFORM FFI-POSIX-RECV-INFO.
           IF RC IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF INFO-HDR-OK IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-PARSE-BULK-HEADER
           END-IF.

      * '$<len>\r\n' - believed only once the header's own CR has
      * arrived, as in redis-replcheck.
       REDIS-PARSE-BULK-HEADER.
           IF INFO-BUFFER(1:1) IS NOT EQUAL TO '$'
              OR INFO-TOTAL IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO INFO-CR-COUNT.
           INSPECT INFO-BUFFER(1:INFO-TOTAL)
               TALLYING INFO-CR-COUNT FOR ALL x'0D'.
           IF INFO-CR-COUNT IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           UNSTRING INFO-BUFFER(2:12) DELIMITED BY x'0D'
               INTO INFO-BULK-TXT
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(INFO-BULK-TXT) TO INFO-BULK-LEN.
           COMPUTE INFO-EXPECTED = 1
               + FUNCTION LENGTH(FUNCTION TRIM(INFO-BULK-TXT))
               + 2 + INFO-BULK-LEN + 2.
           MOVE 'Y' TO INFO-HDR-OK.
           IF INFO-EXPECTED IS GREATER THAN
                 LENGTH OF INFO-BUFFER THEN
               MOVE 'Y' TO INFO-TRUNCATED
           END-IF.

      * Prefixes include the ':' so a field cannot also match a
      * longer one sharing its start, same guard as redis-replcheck.
      * A field the server does not report stays at its starting
      * value: bgsave and aof write 'ok', AOF off - an older server
      * is judged on what it does tell us.
       REDIS-PARSE-INFO-LINES.
           MOVE 'ok' TO PST-BGSAVE(PST-IDX) PST-AOF-WRITE(PST-IDX).
           MOVE ZEROES TO PST-AOF-ON(PST-IDX) PST-SAVE-TIME(PST-IDX)
                          PST-CHANGES(PST-IDX).
           MOVE 1 TO INFO-PTR.
           PERFORM REDIS-PARSE-INFO-ONE-LINE
               UNTIL INFO-PTR IS GREATER THAN INFO-TOTAL.

       REDIS-PARSE-INFO-ONE-LINE.
           MOVE SPACES TO INFO-LINE.
           UNSTRING INFO-BUFFER DELIMITED BY x'0A'
               INTO INFO-LINE
               WITH POINTER INFO-PTR
           END-UNSTRING.
           INSPECT INFO-LINE REPLACING ALL x'0D' BY SPACE.
           EVALUATE TRUE
               WHEN INFO-LINE(1:23) IS EQUAL TO
                     'rdb_last_bgsave_status:'
                   PERFORM REDIS-PARSE-INFO-VALUE
                   MOVE INFO-VALUE-TXT(1:10) TO PST-BGSAVE(PST-IDX)
               WHEN INFO-LINE(1:19) IS EQUAL TO 'rdb_last_save_time:'
                   PERFORM REDIS-PARSE-INFO-VALUE
                   MOVE FUNCTION NUMVAL(INFO-VALUE-TXT)
                     TO PST-SAVE-TIME(PST-IDX)
               WHEN INFO-LINE(1:28) IS EQUAL TO
                     'rdb_changes_since_last_save:'
                   PERFORM REDIS-PARSE-INFO-VALUE
                   MOVE FUNCTION NUMVAL(INFO-VALUE-TXT)
                     TO PST-CHANGES(PST-IDX)
               WHEN INFO-LINE(1:12) IS EQUAL TO 'aof_enabled:'
                   PERFORM REDIS-PARSE-INFO-VALUE
                   IF FUNCTION TRIM(INFO-VALUE-TXT) IS EQUAL TO '1'
                       MOVE 1 TO PST-AOF-ON(PST-IDX)
                   END-IF
               WHEN INFO-LINE(1:22) IS EQUAL TO
                     'aof_last_write_status:'
                   PERFORM REDIS-PARSE-INFO-VALUE
                   MOVE INFO-VALUE-TXT(1:10) TO PST-AOF-WRITE(PST-IDX)
           END-EVALUATE.

       REDIS-PARSE-INFO-VALUE.
           MOVE SPACES TO INFO-VALUE-TXT.
           UNSTRING INFO-LINE DELIMITED BY ':'
               INTO INFO-LABEL INFO-VALUE-TXT
           END-UNSTRING.

       REDIS-PRINT-SUMMARY.
           DISPLAY '[INFO] redis-persist: persistence summary'.
           DISPLAY 'HOST            PORT   STATUS  SAVE-AGE(s) '
                 , '  UNSAVED AOF REASON'
                 .
           PERFORM REDIS-PRINT-ONE
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX IS GREATER THAN PST-COUNT.
           DISPLAY '[INFO] redis-persist: totals'
                 , ' ok=', PST-OK-COUNT
                 , ' fail=', PST-FAIL-COUNT
                 , ' down=', PST-DOWN-COUNT
                 .

       REDIS-PRINT-ONE.
           MOVE FUNCTION TRIM(PST-HOST(PST-IDX)) TO PST-HOST-DISP.
           MOVE PST-SAVE-AGE(PST-IDX) TO LOG-AGE-DISP.
           MOVE PST-CHANGES(PST-IDX) TO LOG-CHG-DISP.
           DISPLAY PST-HOST-DISP
                 , PST-PORT(PST-IDX), '   '
                 , PST-RESULT(PST-IDX), '  '
                 , LOG-AGE-DISP, ' '
                 , LOG-CHG-DISP(3:10), '   '
                 , PST-AOF-ON(PST-IDX), ' '
                 , FUNCTION TRIM(PST-REASON(PST-IDX))
                 .

      *------------------------
      * Metrics: redis-client's lines copied through, then one set
      * of redis_persist_ lines per host. redis_persist_checked is
      * 0 for a host whose figures could not be read, and such a
      * host gets no status line - it is redis-client's status line
      * that pages for an unreachable host, not a second page from
      * here. redis_persist_status is the one redis-alert judges.
      *------------------------
       REDIS-METRICS-WRITE.
           OPEN OUTPUT METRICS-OUT.
           IF FS-METRICS-OUT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-persist: cannot open '
                     , 'REDISMET.PST, status=', FS-METRICS-OUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-COPY-METRICS.
           PERFORM REDIS-METRICS-WRITE-HOST
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX IS GREATER THAN PST-COUNT.
           MOVE RETURN-CODE TO MET-RC-DISP.
           MOVE SPACES TO METRICS-RECORD.
           STRING 'redis_persist_run_rc '      DELIMITED BY SIZE
                  FUNCTION TRIM(MET-RC-DISP)   DELIMITED BY SIZE
             INTO METRICS-RECORD.
           WRITE METRICS-RECORD.
           CLOSE METRICS-OUT.
           CALL 'rename' USING
               BY REFERENCE MET-TMP-NAME
               BY REFERENCE MET-DAT-NAME
               RETURNING RC
           END-CALL.
           IF RC IS NOT EQUAL TO 0 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY '[WARN] redis-persist: metrics rename failed, '
                     , 'errno=', ERRNO IN POSIX
           END-IF.

      * No REDISMET.DAT yet just means redis-client has not run
      * here; the file is started with our lines alone.
       REDIS-COPY-METRICS.
           OPEN INPUT METRICS-IN.
           IF FS-METRICS-IN IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-METRICS-IN IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-persist: cannot open '
                     , 'REDISMET.DAT, status=', FS-METRICS-IN
                     , ' - its lines are not carried over'
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
                   IF METRICS-IN-RECORD(1:14) IS NOT EQUAL TO
                         'redis_persist_' THEN
                       MOVE METRICS-IN-RECORD TO METRICS-RECORD
                       WRITE METRICS-RECORD
                   END-IF
           END-READ.

       REDIS-METRICS-WRITE-HOST.
           MOVE PST-PORT(PST-IDX) TO MET-PORT-DISP.
           MOVE SPACES TO MET-LABEL.
           STRING 'host="'                         DELIMITED BY SIZE
                  FUNCTION TRIM(PST-HOST(PST-IDX)) DELIMITED BY SIZE
                  '",port="'                       DELIMITED BY SIZE
                  FUNCTION TRIM(MET-PORT-DISP)     DELIMITED BY SIZE
                  '"'                              DELIMITED BY SIZE
             INTO MET-LABEL.
           IF PST-RESULT(PST-IDX) IS EQUAL TO 'OK'
              OR PST-RESULT(PST-IDX) IS EQUAL TO 'FAIL' THEN
               MOVE 1 TO MET-FLAG
           ELSE
               MOVE 0 TO MET-FLAG
           END-IF.
           MOVE 'redis_persist_checked{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-FLAG.
           IF MET-FLAG IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF PST-RESULT(PST-IDX) IS EQUAL TO 'OK' THEN
               MOVE 1 TO MET-FLAG
           ELSE
               MOVE 0 TO MET-FLAG
           END-IF.
           MOVE 'redis_persist_status{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-FLAG.
           IF FUNCTION TRIM(PST-BGSAVE(PST-IDX)) IS EQUAL TO 'ok' THEN
               MOVE 1 TO MET-FLAG
           ELSE
               MOVE 0 TO MET-FLAG
           END-IF.
           MOVE 'redis_persist_bgsave_ok{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-FLAG.
           MOVE PST-AOF-ON(PST-IDX) TO MET-FLAG.
           MOVE 'redis_persist_aof_enabled{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-FLAG.
           IF FUNCTION TRIM(PST-AOF-WRITE(PST-IDX)) IS EQUAL TO 'ok'
               THEN
               MOVE 1 TO MET-FLAG
           ELSE
               MOVE 0 TO MET-FLAG
           END-IF.
           MOVE 'redis_persist_aof_write_ok{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-FLAG.
           MOVE PST-SAVE-AGE(PST-IDX) TO MET-VALUE.
           MOVE 'redis_persist_save_age_seconds{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-VALUE.
           MOVE PST-CHANGES(PST-IDX) TO MET-VALUE.
           MOVE 'redis_persist_changes_since_save{' TO MET-NAME.
           PERFORM REDIS-METRICS-WRITE-VALUE.

       REDIS-METRICS-WRITE-FLAG.
           MOVE SPACES TO METRICS-RECORD.
           STRING FUNCTION TRIM(MET-NAME)      DELIMITED BY SIZE
                  FUNCTION TRIM(MET-LABEL)     DELIMITED BY SIZE
                  '} '                         DELIMITED BY SIZE
                  MET-FLAG                     DELIMITED BY SIZE
             INTO METRICS-RECORD.
           PERFORM REDIS-METRICS-WRITE-LINE.

       REDIS-METRICS-WRITE-VALUE.
           MOVE SPACES TO METRICS-RECORD.
           STRING FUNCTION TRIM(MET-NAME)      DELIMITED BY SIZE
                  FUNCTION TRIM(MET-LABEL)     DELIMITED BY SIZE
                  '} '                         DELIMITED BY SIZE
                  FUNCTION TRIM(MET-VALUE)     DELIMITED BY SIZE
             INTO METRICS-RECORD.
           PERFORM REDIS-METRICS-WRITE-LINE.

       REDIS-METRICS-WRITE-LINE.
           WRITE METRICS-RECORD.
           IF FS-METRICS-OUT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-persist: metrics write failed, '
                     , 'status=', FS-METRICS-OUT
           END-IF.

       REDIS-CONNECT.
           MOVE 'N' TO PST-CONN-OK.
           PERFORM FFI-POSIX-SOCKET.
           IF SOCK IN REDIS IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-CONNECT.
           IF RC IS EQUAL TO -1 THEN
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO PST-CONN-OK.
           DISPLAY '[INFO] redis-persist: connected to '
                 , FUNCTION TRIM(HOST IN REDIS)
                 , ' fd=', SOCK IN REDIS
                 .

      * Socket/connect/send/recv report and return instead of
      * STOP RUN - the summary has to show every configured host,
      * same idea as redis-client's sweep.
       FFI-POSIX-SOCKET.
           CALL 'socket' USING
               BY VALUE AF-INET IN POSIX
               BY VALUE SOCK-STREAM IN POSIX
               BY VALUE 0
               RETURNING SOCK IN REDIS
           END-CALL.
           IF SOCK IN REDIS IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: call=socket code=', ERRNO IN POSIX
           END-IF.

       FFI-POSIX-CONNECT.
           CALL 'ffi_posix_connect' USING
               BY VALUE SOCK IN REDIS
               BY CONTENT HOST IN REDIS
               BY VALUE HOST-LEN IN REDIS
               BY VALUE PORT IN REDIS
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: connect failed. errno=', ERRNO IN POSIX
           END-IF.

       FFI-POSIX-SEND.
           CALL 'ffi_posix_send' USING
               BY VALUE SOCK IN REDIS
               BY CONTENT COMMAND IN REDIS
               BY VALUE COMMAND-LEN IN REDIS
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: send failed. errno=', ERRNO IN POSIX
               PERFORM FFI-POSIX-CLOSE
           END-IF.

      * The session handshake recvs through the shared RESP buffer;
      * the INFO reply goes through FFI-POSIX-RECV-INFO and the
      * chunked INFO-BUFFER.
       FFI-POSIX-RECV.
           CALL 'ffi_posix_recv' USING
               BY VALUE SOCK IN REDIS
               BY REFERENCE ADDRESS OF RESP IN REDIS
               BY VALUE LENGTH OF RESP IN REDIS
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: recv failed. errno=', ERRNO IN POSIX
               PERFORM FFI-POSIX-CLOSE
           END-IF.

       FFI-POSIX-RECV-INFO.
           CALL 'ffi_posix_recv' USING
               BY VALUE SOCK IN REDIS
               BY REFERENCE ADDRESS OF INFO-CHUNK
               BY VALUE LENGTH OF INFO-CHUNK
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: recv failed. errno=', ERRNO IN POSIX
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           IF RC IS GREATER THAN ZEROES THEN
               IF INFO-TOTAL + RC IS GREATER THAN
                     LENGTH OF INFO-BUFFER THEN
                   MOVE 'Y' TO INFO-TRUNCATED
                   COMPUTE RC = LENGTH OF INFO-BUFFER - INFO-TOTAL
               END-IF
               IF RC IS GREATER THAN ZEROES THEN
                   MOVE INFO-CHUNK(1:RC)
                     TO INFO-BUFFER(INFO-TOTAL + 1:RC)
                   ADD RC TO INFO-TOTAL
               END-IF
           END-IF.

       FFI-POSIX-CLOSE.
           IF SOCK IN REDIS IS NOT EQUAL TO -1 THEN
               CALL 'close' USING
                   BY VALUE SOCK IN REDIS
                   RETURNING RC-CLOSE
               END-CALL
               MOVE -1 TO SOCK IN REDIS
           END-IF.

       COPY REDISSEP.
