      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-SLOWLOG.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The slow-command history: one fixed-column line per slowlog
      * entry ever harvested, appended run after run. The server
      * only keeps its last slowlog-max-len entries and forgets
      * them on restart, so this file is the only record of what
      * was slow last week - redis-slowrpt ranks from it.
           SELECT HISTORY-FILE ASSIGN TO 'REDISSLW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT AUTH-FILE ASSIGN USING SES-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTH-FILE.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
      * HST-DATE/HST-TIME are the entry's own timestamp (UTC, as the
      * server reports it), not the harvest time, so a date-range
      * report selects on when the command actually ran.
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
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD   PIC X(64).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
       COPY POSIXREC.
       COPY REDISSES.
       01  FS-HISTORY    PIC X(02) VALUE SPACES.
       01  HISTORY-EOF   PIC X(01) VALUE 'N'.
       01  RC            PIC S9(8)  BINARY.
       01  RC-CLOSE      PIC S9(8)  BINARY.
       01  CONFIG-ENV.
         02  ENV-HOST    PIC X(50)  VALUE SPACES.
         02  ENV-PORT    PIC X(05)  VALUE SPACES.
         02  ENV-COUNT   PIC X(05)  VALUE SPACES.
         02  ENV-SEP     PIC X(01)  VALUE SPACES.
      * Same prefix rule as redis-keysize: everything before the
      * first REDIS_KEY_SEP character.
       01  KEY-SEP       PIC X(01)  VALUE ':'.
      * Hosts come from REDIS_HOSTS (comma separated host:port, the
      * same shape redis-client's sweep takes) or, when that is not
      * set, the single REDIS_HOST/REDIS_PORT. SLW-LAST-ID and
      * SLW-LAST-EPOCH are the newest entry already in the history
      * for the host - the de-duplication high-water mark.
       01  SLOWLOG.
         02  SLW-RAW       PIC X(600) VALUE SPACES.
         02  SLW-COUNT     PIC 9(02) VALUE ZEROES.
         02  SLW-IDX       PIC 9(02) VALUE ZEROES.
         02  SLW-PTR       PIC 9(03) VALUE 1.
         02  SLW-ENTRY-TXT PIC X(60) VALUE SPACES.
         02  SLW-ANY-FAIL  PIC X(01) VALUE 'N'.
         02  SLW-CONN-OK   PIC X(01) VALUE 'N'.
         02  SLW-TABLE OCCURS 10 TIMES.
           03  SLW-HOST       PIC X(50) VALUE SPACES.
           03  SLW-PORT       PIC 9(04) VALUE ZEROES.
      * X(06) so a SELECT-step session failure prints in full
      * rather than truncating to 'SELE'.
           03  SLW-RESULT     PIC X(06) VALUE SPACES.
           03  SLW-LAST-ID    PIC 9(12) VALUE ZEROES.
           03  SLW-LAST-EPOCH PIC 9(10) VALUE ZEROES.
           03  SLW-FETCHED    PIC 9(04) VALUE ZEROES.
           03  SLW-ADDED      PIC 9(04) VALUE ZEROES.
      * REDIS_SLOWLOG_COUNT is how many entries SLOWLOG GET asks
      * each host for; it should be at least the servers'
      * slowlog-max-len or entries can roll off between runs.
       01  SLOWLOG-LIMITS.
         02  FETCH-MAX     PIC 9(03) VALUE 128.
         02  FETCH-TXT     PIC ZZ9   VALUE ZEROES.
      * SLOWLOG GET answers an array of entries, each itself an
      * array: id, unix timestamp, duration in microseconds, the
      * command's argument array and - from Redis 4 on - the
      * client address and name. Chunks are collected and the
      * parse restarted from the top after each one, same walk as
      * redis-confchk's CONFIG GET reply.
       01  SLG-REPLY.
         02  SLG-BUFFER      PIC X(32768) VALUE SPACES.
         02  SLG-CHUNK       PIC X(2048)  VALUE SPACES.
         02  SLG-TOTAL       PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-TRUNCATED   PIC X(01)  VALUE 'N'.
       01  SLG-PARSE.
         02  SLG-POS         PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-LINE        PIC X(80)  VALUE SPACES.
         02  SLG-LINE-LEN    PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-CR-POS      PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-COMPLETE    PIC X(01)  VALUE 'N'.
         02  SLG-BAD         PIC X(01)  VALUE 'N'.
         02  SLG-REFUSED     PIC X(01)  VALUE 'N'.
         02  SLG-ELEMENTS    PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-FIELDS      PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-ARGS        PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-BULK-LEN    PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-INT         PIC S9(15) VALUE ZEROES.
         02  SLG-VALUE       PIC X(64)  VALUE SPACES.
         02  SLG-ENT-IDX     PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-ARG-IDX     PIC S9(8)  BINARY VALUE ZEROES.
         02  SLG-TEXT-PTR    PIC 9(03)  VALUE 1.
       01  SLG-CMD           PIC X(60)  VALUE SPACES.
      * The entries of one host's reply, newest first as the server
      * sends them.
       01  ENTRIES.
         02  ENT-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  ENT-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  ENT-TABLE OCCURS 128 TIMES.
           03  ENT-ID       PIC 9(12) VALUE ZEROES.
           03  ENT-EPOCH    PIC 9(10) VALUE ZEROES.
           03  ENT-MICROS   PIC 9(12) VALUE ZEROES.
           03  ENT-VERB     PIC X(24) VALUE SPACES.
           03  ENT-KEY      PIC X(64) VALUE SPACES.
           03  ENT-TEXT     PIC X(80) VALUE SPACES.
       01  PATTERN-WORK.
         02  KEY-PREFIX    PIC X(32) VALUE SPACES.
         02  KEY-REST      PIC X(64) VALUE SPACES.
         02  PATTERN-TXT   PIC X(48) VALUE SPACES.
      * Unix seconds to a calendar date and time of day. The
      * server's clock is UTC, so the stamps are too.
       01  EPOCH-WORK.
         02  EPOCH-DAYS    PIC 9(08) VALUE ZEROES.
         02  EPOCH-SECS    PIC 9(05) VALUE ZEROES.
         02  EPOCH-BASE    PIC 9(08) VALUE ZEROES.
         02  EPOCH-DATE    PIC 9(08) VALUE ZEROES.
         02  EPOCH-HH      PIC 9(02) VALUE ZEROES.
         02  EPOCH-MM      PIC 9(02) VALUE ZEROES.
         02  EPOCH-SS      PIC 9(02) VALUE ZEROES.
       01  LOOKUP.
         02  FOUND         PIC X(01) VALUE 'N'.
         02  FIND-IDX      PIC 9(02) VALUE ZEROES.
       01  HARVEST-TOTALS.
         02  HVT-FETCHED   PIC 9(06) VALUE ZEROES.
         02  HVT-ADDED     PIC 9(06) VALUE ZEROES.
         02  HVT-HISTORY   PIC 9(08) VALUE ZEROES.
       01  SLW-HOST-DISP   PIC X(16) VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-LOAD-HIGH-WATER.
           PERFORM REDIS-OPEN-HISTORY.
           PERFORM FFI-POSIX-INIT.
           PERFORM REDIS-HARVEST-HOST
               VARYING SLW-IDX FROM 1 BY 1
               UNTIL SLW-IDX IS GREATER THAN SLW-COUNT.
           CLOSE HISTORY-FILE.
           PERFORM REDIS-PRINT-SUMMARY.
           IF SLW-ANY-FAIL IS EQUAL TO 'Y' THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
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

           ACCEPT ENV-COUNT FROM ENVIRONMENT 'REDIS_SLOWLOG_COUNT'.
           IF FUNCTION TRIM(ENV-COUNT) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-COUNT) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-COUNT) TO FETCH-MAX
           END-IF.
           IF FETCH-MAX IS EQUAL TO ZEROES THEN
               MOVE 128 TO FETCH-MAX
           END-IF.
           IF FETCH-MAX IS GREATER THAN 128 THEN
               DISPLAY '[WARN] redis-slowlog: entry count capped '
                     , 'at 128'
               MOVE 128 TO FETCH-MAX
           END-IF.

           ACCEPT ENV-SEP FROM ENVIRONMENT 'REDIS_KEY_SEP'.
           IF ENV-SEP IS NOT EQUAL TO SPACES THEN
               MOVE ENV-SEP TO KEY-SEP
           END-IF.

           ACCEPT SLW-RAW FROM ENVIRONMENT 'REDIS_HOSTS'.
           IF SLW-RAW IS NOT EQUAL TO SPACES THEN
               PERFORM REDIS-PARSE-HOSTS
           ELSE
               MOVE 1 TO SLW-COUNT
               MOVE HOST IN REDIS TO SLW-HOST(1)
               MOVE PORT IN REDIS TO SLW-PORT(1)
           END-IF.

           PERFORM REDIS-SESSION-CONFIG.

           DISPLAY '[INFO] redis-slowlog: config hosts=', SLW-COUNT
                 , ' count=', FETCH-MAX
                 , ' sep=', KEY-SEP
                 .

      * Same UNSTRING-with-moving-pointer walk as redis-client's
      * REDIS-PARSE-HOSTS, including the over-10-entries warning.
       REDIS-PARSE-HOSTS.
           MOVE 1 TO SLW-PTR.
           PERFORM REDIS-PARSE-HOSTS-ENTRY
               UNTIL SLW-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(SLW-RAW))
                  OR SLW-COUNT IS EQUAL TO 10.
           IF SLW-COUNT IS EQUAL TO 10
              AND SLW-PTR IS LESS THAN OR EQUAL TO FUNCTION LENGTH(
                    FUNCTION TRIM(SLW-RAW)) THEN
               DISPLAY '[WARN] redis-slowlog: REDIS_HOSTS has more '
                     , 'than 10 entries, extra hosts not harvested'
           END-IF.

       REDIS-PARSE-HOSTS-ENTRY.
           UNSTRING SLW-RAW DELIMITED BY ','
               INTO SLW-ENTRY-TXT
               WITH POINTER SLW-PTR
           END-UNSTRING.
           ADD 1 TO SLW-COUNT.
           UNSTRING FUNCTION TRIM(SLW-ENTRY-TXT) DELIMITED BY ':'
               INTO SLW-HOST(SLW-COUNT) SLW-PORT(SLW-COUNT)
           END-UNSTRING.

      * One pass over the existing history to find, per configured
      * host, the newest slowlog id and timestamp already on file.
      * Slowlog ids start again from zero when a server restarts
      * (or SLOWLOG RESET runs), so an id alone cannot say "already
      * seen" - an entry is only a duplicate when both its id and
      * its timestamp are at or below the host's high-water marks.
      * No history yet just means every entry is new.
       REDIS-LOAD-HIGH-WATER.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY IS EQUAL TO '35' THEN
               DISPLAY '[INFO] redis-slowlog: no REDISSLW.DAT yet, '
                     , 'starting a new history'
               EXIT PARAGRAPH
           END-IF.
           IF FS-HISTORY IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-slowlog: cannot open '
                     , 'REDISSLW.DAT, status=', FS-HISTORY
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-LOAD-HIGH-WATER-LINE
               UNTIL HISTORY-EOF IS EQUAL TO 'Y'.
           CLOSE HISTORY-FILE.

       REDIS-LOAD-HIGH-WATER-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF
               NOT AT END
                   PERFORM REDIS-NOTE-HIGH-WATER
           END-READ.

       REDIS-NOTE-HIGH-WATER.
           IF HST-ID IS NOT NUMERIC
              OR HST-EPOCH IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HVT-HISTORY.
           MOVE 'N' TO FOUND.
           PERFORM REDIS-FIND-HOST-STEP
               VARYING FIND-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR FIND-IDX IS GREATER THAN SLW-COUNT.
           IF FOUND IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM FIND-IDX.
           IF HST-ID IS GREATER THAN SLW-LAST-ID(FIND-IDX) THEN
               MOVE HST-ID TO SLW-LAST-ID(FIND-IDX)
           END-IF.
           IF HST-EPOCH IS GREATER THAN SLW-LAST-EPOCH(FIND-IDX) THEN
               MOVE HST-EPOCH TO SLW-LAST-EPOCH(FIND-IDX)
           END-IF.

       REDIS-FIND-HOST-STEP.
           IF FUNCTION TRIM(SLW-HOST(FIND-IDX)) IS EQUAL TO
                 FUNCTION TRIM(HST-HOST)
              AND SLW-PORT(FIND-IDX) IS EQUAL TO HST-PORT THEN
               MOVE 'Y' TO FOUND
           END-IF.

      * Same OPEN EXTEND / fall back to OPEN OUTPUT dance as
      * redis-latency's trend file.
       REDIS-OPEN-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF FS-HISTORY IS EQUAL TO '35' THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF FS-HISTORY IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-slowlog: cannot open '
                     , 'REDISSLW.DAT, status=', FS-HISTORY
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       FFI-POSIX-INIT.
           CALL 'ffi_posix_af_inet'     RETURNING AF-INET     IN POSIX.
           CALL 'ffi_posix_sock_stream' RETURNING SOCK-STREAM IN POSIX.

      * One host: connect, establish the session (SLOWLOG is an
      * admin command, refused on the protected servers until AUTH
      * has run), fetch the slowlog, close, then append whatever
      * is newer than the history already holds.
       REDIS-HARVEST-HOST.
           MOVE SLW-HOST(SLW-IDX) TO HOST IN REDIS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SLW-HOST(SLW-IDX)))
             TO HOST-LEN IN REDIS.
           MOVE SLW-PORT(SLW-IDX) TO PORT IN REDIS.
           PERFORM REDIS-CONNECT.
           IF SLW-CONN-OK IS NOT EQUAL TO 'Y' THEN
               MOVE 'DOWN' TO SLW-RESULT(SLW-IDX)
               MOVE 'Y' TO SLW-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-STEP TO SLW-RESULT(SLW-IDX)
               ELSE
                   MOVE 'FAIL' TO SLW-RESULT(SLW-IDX)
               END-IF
               MOVE 'Y' TO SLW-ANY-FAIL
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FETCH-MAX TO FETCH-TXT.
           MOVE SPACES TO SLG-CMD.
           STRING 'SLOWLOG GET '          DELIMITED BY SIZE
                  FUNCTION TRIM(FETCH-TXT) DELIMITED BY SIZE
             INTO SLG-CMD.
           PERFORM REDIS-BUILD-COMMAND.
           PERFORM FFI-POSIX-SEND.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'DOWN' TO SLW-RESULT(SLW-IDX)
               MOVE 'Y' TO SLW-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-RECV-SLOWLOG-REPLY.
           PERFORM FFI-POSIX-CLOSE.
           IF SLG-REFUSED IS EQUAL TO 'Y' THEN
               DISPLAY '[WARN] redis-slowlog: SLOWLOG refused by '
                     , FUNCTION TRIM(SLW-HOST(SLW-IDX)), ': '
                     , SLG-BUFFER(1:60)
               MOVE 'FAIL' TO SLW-RESULT(SLW-IDX)
               MOVE 'Y' TO SLW-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
      * An overflowing reply still yields the entries parsed before
      * the buffer ran out - the newest ones, since the server
      * sends newest first - so they are kept, with a warning.
           IF SLG-COMPLETE IS NOT EQUAL TO 'Y' THEN
               IF SLG-TRUNCATED IS EQUAL TO 'Y' THEN
                   DISPLAY '[WARN] redis-slowlog: reply from '
                         , FUNCTION TRIM(SLW-HOST(SLW-IDX))
                         , ' overflowed the buffer, kept the newest '
                         , ENT-COUNT, ' entries'
                   MOVE 'PART' TO SLW-RESULT(SLW-IDX)
               ELSE
                   DISPLAY '[WARN] redis-slowlog: incomplete reply '
                         , 'from ', FUNCTION TRIM(SLW-HOST(SLW-IDX))
                   MOVE 'FAIL' TO SLW-RESULT(SLW-IDX)
                   MOVE 'Y' TO SLW-ANY-FAIL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'OK' TO SLW-RESULT(SLW-IDX)
           END-IF.
           MOVE ENT-COUNT TO SLW-FETCHED(SLW-IDX).
           ADD ENT-COUNT TO HVT-FETCHED.
      * Oldest first, so the history reads in time order per host.
           PERFORM REDIS-APPEND-ENTRY
               VARYING ENT-IDX FROM ENT-COUNT BY -1
               UNTIL ENT-IDX IS LESS THAN 1.

       REDIS-APPEND-ENTRY.
           IF ENT-ID(ENT-IDX) IS NOT GREATER THAN SLW-LAST-ID(SLW-IDX)
              AND ENT-EPOCH(ENT-IDX) IS NOT GREATER THAN
                  SLW-LAST-EPOCH(SLW-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-BUILD-PATTERN.
           PERFORM REDIS-SPLIT-EPOCH.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE SLW-HOST(SLW-IDX) TO HST-HOST.
           MOVE SLW-PORT(SLW-IDX) TO HST-PORT.
           MOVE ENT-ID(ENT-IDX) TO HST-ID.
           MOVE EPOCH-DATE TO HST-DATE.
           MOVE EPOCH-HH TO HST-TIME(1:2).
           MOVE EPOCH-MM TO HST-TIME(3:2).
           MOVE EPOCH-SS TO HST-TIME(5:2).
           MOVE ENT-EPOCH(ENT-IDX) TO HST-EPOCH.
           MOVE ENT-MICROS(ENT-IDX) TO HST-MICROS.
           MOVE PATTERN-TXT TO HST-PATTERN.
           MOVE ENT-TEXT(ENT-IDX) TO HST-COMMAND.
           WRITE HISTORY-RECORD.
           IF FS-HISTORY IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-slowlog: history write failed, '
                     , 'status=', FS-HISTORY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SLW-ADDED(SLW-IDX).
           ADD 1 TO HVT-ADDED.

      * The command pattern is what the report ranks on: the verb
      * plus the key's prefix, so 'HGETALL user:1001' and
      * 'HGETALL user:2002' count as one offender, 'HGETALL user:*'.
      * A first argument with no separator collapses to '*' for the
      * same reason; a command with no arguments is just its verb.
       REDIS-BUILD-PATTERN.
           MOVE SPACES TO PATTERN-TXT KEY-PREFIX KEY-REST.
           IF ENT-KEY(ENT-IDX) IS EQUAL TO SPACES THEN
               MOVE ENT-VERB(ENT-IDX) TO PATTERN-TXT
               EXIT PARAGRAPH
           END-IF.
           UNSTRING ENT-KEY(ENT-IDX) DELIMITED BY KEY-SEP
               INTO KEY-PREFIX KEY-REST
           END-UNSTRING.
           IF KEY-REST IS EQUAL TO SPACES THEN
               STRING FUNCTION TRIM(ENT-VERB(ENT-IDX))
                                                DELIMITED BY SIZE
                      ' *'                      DELIMITED BY SIZE
                 INTO PATTERN-TXT
           ELSE
               STRING FUNCTION TRIM(ENT-VERB(ENT-IDX))
                                                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      FUNCTION TRIM(KEY-PREFIX) DELIMITED BY SIZE
                      KEY-SEP                   DELIMITED BY SIZE
                      '*'                       DELIMITED BY SIZE
                 INTO PATTERN-TXT
           END-IF.

       REDIS-SPLIT-EPOCH.
           DIVIDE ENT-EPOCH(ENT-IDX) BY 86400
               GIVING EPOCH-DAYS REMAINDER EPOCH-SECS.
           COMPUTE EPOCH-BASE = FUNCTION INTEGER-OF-DATE(19700101).
           COMPUTE EPOCH-DATE =
               FUNCTION DATE-OF-INTEGER(EPOCH-BASE + EPOCH-DAYS).
           DIVIDE EPOCH-SECS BY 3600 GIVING EPOCH-HH
               REMAINDER EPOCH-SECS.
           DIVIDE EPOCH-SECS BY 60 GIVING EPOCH-MM
               REMAINDER EPOCH-SS.

       REDIS-BUILD-COMMAND.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SLG-CMD))
             TO COMMAND-LEN IN REDIS.
           MOVE SPACES TO COMMAND IN REDIS.
           STRING FUNCTION TRIM(SLG-CMD) DELIMITED BY SIZE
                  x'0D'                  DELIMITED BY SIZE
                  x'0A'                  DELIMITED BY SIZE
             INTO COMMAND IN REDIS.
           ADD 2 TO COMMAND-LEN IN REDIS.

       REDIS-RECV-SLOWLOG-REPLY.
           MOVE ZEROES TO SLG-TOTAL.
           MOVE 'N' TO SLG-TRUNCATED.
           MOVE SPACES TO SLG-BUFFER.
           PERFORM FFI-POSIX-RECV-SLG.
           PERFORM REDIS-PARSE-SLOWLOG-REPLY.
           PERFORM REDIS-RECV-SLOWLOG-MORE
               UNTIL SLG-COMPLETE IS EQUAL TO 'Y'
                  OR SLG-TRUNCATED IS EQUAL TO 'Y'
                  OR RC IS LESS THAN OR EQUAL TO ZEROES.

       REDIS-RECV-SLOWLOG-MORE.
           PERFORM FFI-POSIX-RECV-SLG.
           PERFORM REDIS-PARSE-SLOWLOG-REPLY.

      * '*<n>' entries, each walked by REDIS-PARSE-SLOWLOG-ENTRY.
      * ENT-COUNT only counts entries parsed to their end, so a
      * reply cut short leaves the complete ones usable. Any step
      * that runs past the bytes received so far sets SLG-BAD and
      * leaves SLG-COMPLETE at 'N' so the caller reads another
      * chunk.
       REDIS-PARSE-SLOWLOG-REPLY.
           MOVE 'N' TO SLG-COMPLETE SLG-BAD SLG-REFUSED.
           MOVE ZEROES TO ENT-COUNT.
           MOVE 1 TO SLG-POS.
           IF SLG-BUFFER(1:1) IS EQUAL TO '-' THEN
               MOVE 'Y' TO SLG-REFUSED
               MOVE 'Y' TO SLG-COMPLETE
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-SLOWLOG-READ-LINE.
           IF SLG-LINE-LEN IS EQUAL TO ZEROES
              OR SLG-LINE(1:1) IS NOT EQUAL TO '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SLG-LINE(2:10)) TO SLG-ELEMENTS.
           PERFORM REDIS-PARSE-SLOWLOG-ENTRY
               VARYING SLG-ENT-IDX FROM 1 BY 1
               UNTIL SLG-ENT-IDX IS GREATER THAN SLG-ELEMENTS
                  OR SLG-BAD IS EQUAL TO 'Y'.
           IF SLG-BAD IS NOT EQUAL TO 'Y' THEN
               MOVE 'Y' TO SLG-COMPLETE
           END-IF.

      * '*<k>' then ':id', ':timestamp', ':microseconds', the
      * '*<m>' argument array, and - when k is 6 - the client
      * address and name bulks, which are read past.
       REDIS-PARSE-SLOWLOG-ENTRY.
           PERFORM REDIS-SLOWLOG-READ-LINE.
           IF SLG-LINE-LEN IS EQUAL TO ZEROES
              OR SLG-LINE(1:1) IS NOT EQUAL TO '*' THEN
               MOVE 'Y' TO SLG-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SLG-LINE(2:10)) TO SLG-FIELDS.
           IF SLG-FIELDS IS LESS THAN 4 THEN
               MOVE 'Y' TO SLG-BAD
               EXIT PARAGRAPH
           END-IF.
           IF ENT-COUNT IS LESS THAN 128 THEN
               MOVE ENT-COUNT TO ENT-IDX
               ADD 1 TO ENT-IDX
           ELSE
               MOVE 128 TO ENT-IDX
           END-IF.
           MOVE SPACES TO ENT-VERB(ENT-IDX) ENT-KEY(ENT-IDX)
                          ENT-TEXT(ENT-IDX).
           PERFORM REDIS-SLOWLOG-READ-INT.
           IF SLG-BAD IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SLG-INT TO ENT-ID(ENT-IDX).
           PERFORM REDIS-SLOWLOG-READ-INT.
           IF SLG-BAD IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SLG-INT TO ENT-EPOCH(ENT-IDX).
           PERFORM REDIS-SLOWLOG-READ-INT.
           IF SLG-BAD IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SLG-INT TO ENT-MICROS(ENT-IDX).
           PERFORM REDIS-SLOWLOG-READ-LINE.
           IF SLG-LINE-LEN IS EQUAL TO ZEROES
              OR SLG-LINE(1:1) IS NOT EQUAL TO '*' THEN
               MOVE 'Y' TO SLG-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SLG-LINE(2:10)) TO SLG-ARGS.
           MOVE 1 TO SLG-TEXT-PTR.
           PERFORM REDIS-PARSE-SLOWLOG-ARG
               VARYING SLG-ARG-IDX FROM 1 BY 1
               UNTIL SLG-ARG-IDX IS GREATER THAN SLG-ARGS
                  OR SLG-BAD IS EQUAL TO 'Y'.
           IF SLG-BAD IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF SLG-FIELDS IS GREATER THAN 4 THEN
               PERFORM REDIS-SLOWLOG-READ-BULK
           END-IF.
           IF SLG-FIELDS IS GREATER THAN 5
              AND SLG-BAD IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-SLOWLOG-READ-BULK
           END-IF.
           IF SLG-BAD IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF ENT-COUNT IS LESS THAN 128 THEN
               ADD 1 TO ENT-COUNT
           END-IF.

      * The first argument is the verb (upper-cased - clients send
      * either case), the second the key the pattern is built on;
      * every argument goes into the command text, as much as
      * fits.
       REDIS-PARSE-SLOWLOG-ARG.
           PERFORM REDIS-SLOWLOG-READ-BULK.
           IF SLG-BAD IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF SLG-ARG-IDX IS EQUAL TO 1 THEN
               MOVE FUNCTION UPPER-CASE(SLG-VALUE)
                 TO ENT-VERB(ENT-IDX)
           END-IF.
           IF SLG-ARG-IDX IS EQUAL TO 2 THEN
               MOVE SLG-VALUE TO ENT-KEY(ENT-IDX)
           END-IF.
           IF SLG-TEXT-PTR IS GREATER THAN 80 THEN
               EXIT PARAGRAPH
           END-IF.
           IF SLG-ARG-IDX IS GREATER THAN 1 THEN
               STRING ' ' DELIMITED BY SIZE
                 INTO ENT-TEXT(ENT-IDX)
                 WITH POINTER SLG-TEXT-PTR
                 ON OVERFLOW
                     CONTINUE
               END-STRING
           END-IF.
           IF SLG-ARG-IDX IS EQUAL TO 1 THEN
               STRING FUNCTION TRIM(ENT-VERB(ENT-IDX))
                                             DELIMITED BY SIZE
                 INTO ENT-TEXT(ENT-IDX)
                 WITH POINTER SLG-TEXT-PTR
                 ON OVERFLOW
                     CONTINUE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(SLG-VALUE) DELIMITED BY SIZE
                 INTO ENT-TEXT(ENT-IDX)
                 WITH POINTER SLG-TEXT-PTR
                 ON OVERFLOW
                     CONTINUE
               END-STRING
           END-IF.

       REDIS-SLOWLOG-READ-INT.
           PERFORM REDIS-SLOWLOG-READ-LINE.
           IF SLG-LINE-LEN IS EQUAL TO ZEROES
              OR SLG-LINE(1:1) IS NOT EQUAL TO ':' THEN
               MOVE 'Y' TO SLG-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SLG-LINE(2:20)) TO SLG-INT.

      * Reads one CR LF terminated line from SLG-BUFFER starting at
      * SLG-POS, advancing SLG-POS past the CR LF - same as
      * redis-confchk's line reader.
       REDIS-SLOWLOG-READ-LINE.
           MOVE SPACES TO SLG-LINE.
           MOVE ZEROES TO SLG-LINE-LEN.
           MOVE ZEROES TO SLG-CR-POS.
           PERFORM REDIS-SLOWLOG-FIND-CR
               VARYING SLG-CR-POS FROM SLG-POS BY 1
               UNTIL SLG-CR-POS IS GREATER THAN SLG-TOTAL
                  OR SLG-LINE-LEN IS GREATER THAN ZEROES.
           IF SLG-LINE-LEN IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM SLG-LINE-LEN.
           IF SLG-LINE-LEN IS GREATER THAN 80 THEN
               MOVE 80 TO SLG-LINE-LEN
           END-IF.
           IF SLG-LINE-LEN IS GREATER THAN ZEROES THEN
               MOVE SLG-BUFFER(SLG-POS:SLG-LINE-LEN) TO SLG-LINE
           END-IF.
           COMPUTE SLG-POS = SLG-CR-POS + 1.

       REDIS-SLOWLOG-FIND-CR.
           IF SLG-BUFFER(SLG-CR-POS:1) IS EQUAL TO x'0D' THEN
               COMPUTE SLG-LINE-LEN = SLG-CR-POS - SLG-POS + 1
           END-IF.

      * One '$<len>' bulk string copied out by its declared length
      * (an argument may hold spaces), cut to the 64 bytes kept.
       REDIS-SLOWLOG-READ-BULK.
           MOVE SPACES TO SLG-VALUE.
           PERFORM REDIS-SLOWLOG-READ-LINE.
           IF SLG-LINE-LEN IS EQUAL TO ZEROES
              OR SLG-LINE(1:1) IS NOT EQUAL TO '$' THEN
               MOVE 'Y' TO SLG-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SLG-LINE(2:10)) TO SLG-BULK-LEN.
           IF SLG-BULK-LEN IS LESS THAN ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           IF SLG-POS + SLG-BULK-LEN + 1 IS GREATER THAN
                 SLG-TOTAL THEN
               MOVE 'Y' TO SLG-BAD
               EXIT PARAGRAPH
           END-IF.
           IF SLG-BULK-LEN IS GREATER THAN 64 THEN
               MOVE SLG-BUFFER(SLG-POS:64) TO SLG-VALUE
           ELSE
               IF SLG-BULK-LEN IS GREATER THAN ZEROES THEN
                   MOVE SLG-BUFFER(SLG-POS:SLG-BULK-LEN)
                     TO SLG-VALUE
               END-IF
           END-IF.
      * A LINE SEQUENTIAL record cannot carry an embedded CR/LF.
           INSPECT SLG-VALUE REPLACING ALL x'0D' BY SPACE
                                       ALL x'0A' BY SPACE.
           COMPUTE SLG-POS = SLG-POS + SLG-BULK-LEN + 2.

       REDIS-PRINT-SUMMARY.
           DISPLAY '[INFO] redis-slowlog: harvest summary'.
           DISPLAY 'HOST            PORT   STATUS  FETCHED  ADDED'.
           PERFORM REDIS-PRINT-ONE
               VARYING SLW-IDX FROM 1 BY 1
               UNTIL SLW-IDX IS GREATER THAN SLW-COUNT.
           DISPLAY '[INFO] redis-slowlog: totals'
                 , ' history_before=', HVT-HISTORY
                 , ' fetched=', HVT-FETCHED
                 , ' added=', HVT-ADDED
                 .

       REDIS-PRINT-ONE.
           MOVE FUNCTION TRIM(SLW-HOST(SLW-IDX)) TO SLW-HOST-DISP.
           DISPLAY SLW-HOST-DISP
                 , SLW-PORT(SLW-IDX), '   '
                 , SLW-RESULT(SLW-IDX), '  '
                 , SLW-FETCHED(SLW-IDX), '     '
                 , SLW-ADDED(SLW-IDX)
                 .

       REDIS-CONNECT.
           MOVE 'N' TO SLW-CONN-OK.
           PERFORM FFI-POSIX-SOCKET.
           IF SOCK IN REDIS IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-CONNECT.
           IF RC IS EQUAL TO -1 THEN
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SLW-CONN-OK.
           DISPLAY '[INFO] redis-slowlog: connected to '
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
      * the SLOWLOG reply goes through FFI-POSIX-RECV-SLG and the
      * chunked SLG-BUFFER.
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

       FFI-POSIX-RECV-SLG.
           CALL 'ffi_posix_recv' USING
               BY VALUE SOCK IN REDIS
               BY REFERENCE ADDRESS OF SLG-CHUNK
               BY VALUE LENGTH OF SLG-CHUNK
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: recv failed. errno=', ERRNO IN POSIX
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           IF RC IS GREATER THAN ZEROES THEN
               IF SLG-TOTAL + RC IS GREATER THAN
                     LENGTH OF SLG-BUFFER THEN
                   MOVE 'Y' TO SLG-TRUNCATED
                   COMPUTE RC = LENGTH OF SLG-BUFFER - SLG-TOTAL
               END-IF
               IF RC IS GREATER THAN ZEROES THEN
                   MOVE SLG-CHUNK(1:RC)
                     TO SLG-BUFFER(SLG-TOTAL + 1:RC)
                   ADD RC TO SLG-TOTAL
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
