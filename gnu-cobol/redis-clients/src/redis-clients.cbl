      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-CLIENTS.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The approved-client registry. One rule per line; '*' in
      * column one comments a line out, same one-entry-per-line
      * shape as REDISPOL.CTL. A rule is
      * 'host:port source name app idle-max db', space separated:
      *   host:port - the server the rule applies to, 'any' for
      *               every server
      *   source    - client address prefix ending in '.' or ':'
      *               ('10.20.') or one full address ('10.20.4.17',
      *               matched whole), 'any' for any address
      *   name      - CLIENT SETNAME the connection must carry,
      *               'any' for any (or none)
      *   app       - the application the connection counts under
      *   idle-max  - seconds idle before it is flagged, 'any' for
      *               no limit
      *   db        - the logical database it must be on, 'any' for
      *               no check
      * 'any' rather than '*', as in REDISPOL.CTL - a '*' in column
      * one would make the line a comment.
      * The longest matching source prefix wins, so a rule for one
      * batch box can override the rule for its whole subnet.
           SELECT APPROVED-FILE ASSIGN TO 'REDISAPC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVED.
           SELECT EXCEPTION-FILE ASSIGN TO 'REDISCLX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION.
           SELECT HISTORY-FILE ASSIGN TO 'REDISCLH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT AUTH-FILE ASSIGN USING SES-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTH-FILE.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-FILE.
       01  APPROVED-RECORD    PIC X(160).
      * One line per finding: which server, which connection, what
      * class of problem (UNKNOWN / IDLE / WRONG-DB) and the detail.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
         02  CLX-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  CLX-TIME        PIC X(06).
         02  FILLER          PIC X(01).
         02  CLX-HOST        PIC X(50).
         02  FILLER          PIC X(01).
         02  CLX-PORT        PIC 9(05).
         02  FILLER          PIC X(01).
         02  CLX-ADDR        PIC X(48).
         02  FILLER          PIC X(01).
         02  CLX-NAME        PIC X(32).
         02  FILLER          PIC X(01).
         02  CLX-CLASS       PIC X(10).
         02  FILLER          PIC X(01).
         02  CLX-APP         PIC X(16).
         02  FILLER          PIC X(01).
         02  CLX-DETAIL      PIC X(40).
      * Connections per application per server per run, appended,
      * so capacity reviews can see an application's pool creep.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
         02  CLH-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  CLH-TIME        PIC X(06).
         02  FILLER          PIC X(01).
         02  CLH-HOST        PIC X(50).
         02  FILLER          PIC X(01).
         02  CLH-PORT        PIC 9(05).
         02  FILLER          PIC X(01).
         02  CLH-APP         PIC X(16).
         02  FILLER          PIC X(01).
         02  CLH-CONNS       PIC 9(06).
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD   PIC X(64).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
       COPY POSIXREC.
       COPY REDISSES.
       01  FS-APPROVED   PIC X(02) VALUE SPACES.
       01  FS-EXCEPTION  PIC X(02) VALUE SPACES.
       01  FS-HISTORY    PIC X(02) VALUE SPACES.
       01  APPROVED-EOF  PIC X(01) VALUE 'N'.
       01  RC            PIC S9(8)  BINARY.
       01  RC-CLOSE      PIC S9(8)  BINARY.
       01  CONFIG-ENV.
         02  ENV-HOST    PIC X(50)  VALUE SPACES.
         02  ENV-PORT    PIC X(05)  VALUE SPACES.
      * Hosts come from REDIS_HOSTS (comma separated host:port, the
      * same shape redis-client's sweep takes) or, when that is not
      * set, the single REDIS_HOST/REDIS_PORT.
       01  AUDIT.
         02  AUD-RAW       PIC X(600) VALUE SPACES.
         02  AUD-COUNT     PIC 9(02) VALUE ZEROES.
         02  AUD-IDX       PIC 9(02) VALUE ZEROES.
         02  AUD-PTR       PIC 9(03) VALUE 1.
         02  AUD-ENTRY-TXT PIC X(60) VALUE SPACES.
         02  AUD-ANY-FAIL  PIC X(01) VALUE 'N'.
         02  AUD-CONN-OK   PIC X(01) VALUE 'N'.
         02  AUD-HOSTPORT  PIC X(60) VALUE SPACES.
         02  AUD-PORT-TXT  PIC Z(4)9 VALUE ZEROES.
         02  AUD-TABLE OCCURS 10 TIMES.
           03  AUD-HOST     PIC X(50) VALUE SPACES.
           03  AUD-PORT     PIC 9(04) VALUE ZEROES.
      * X(06) so a SELECT-step session failure prints in full
      * rather than truncating to 'SELE'.
           03  AUD-RESULT   PIC X(06) VALUE SPACES.
           03  AUD-CLIENTS  PIC 9(06) VALUE ZEROES.
           03  AUD-EXCEPTS  PIC 9(06) VALUE ZEROES.
       01  APPROVED-RULES.
         02  RUL-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  RUL-FULL    PIC X(01) VALUE 'N'.
         02  RUL-TABLE OCCURS 200 TIMES.
           03  RUL-HOSTPORT   PIC X(60) VALUE SPACES.
           03  RUL-SOURCE     PIC X(48) VALUE SPACES.
           03  RUL-SOURCE-LEN PIC 9(02) VALUE ZEROES.
           03  RUL-NAME       PIC X(32) VALUE SPACES.
           03  RUL-APP        PIC X(16) VALUE SPACES.
      * -1 stands for the 'any' (no check) setting of either field.
           03  RUL-IDLE-MAX   PIC S9(9) VALUE ZEROES.
           03  RUL-DB         PIC S9(4) VALUE ZEROES.
       01  RUL-PARSE.
         02  RUL-HOST-TXT    PIC X(60) VALUE SPACES.
         02  RUL-SOURCE-TXT  PIC X(48) VALUE SPACES.
         02  RUL-NAME-TXT    PIC X(32) VALUE SPACES.
         02  RUL-APP-TXT     PIC X(16) VALUE SPACES.
         02  RUL-IDLE-TXT    PIC X(12) VALUE SPACES.
         02  RUL-DB-TXT      PIC X(05) VALUE SPACES.
      * Per-server application tally, reset for every host. Every
      * app the registry names for the server is seeded at zero so
      * the history shows an application dropping to no
      * connections rather than silently vanishing from it.
       01  APP-COUNTS.
         02  APC-COUNT   PIC 9(02) BINARY VALUE ZEROES.
         02  APC-FULL    PIC X(01) VALUE 'N'.
         02  APC-TABLE OCCURS 50 TIMES.
           03  APC-APP      PIC X(16) VALUE SPACES.
           03  APC-CONNS    PIC 9(06) VALUE ZEROES.
       01  LOOKUP.
         02  RUL-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  APC-IDX     PIC 9(02) BINARY VALUE ZEROES.
         02  BEST-IDX    PIC 9(03) BINARY VALUE ZEROES.
         02  BEST-LEN    PIC 9(02) VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
         02  APP-WANTED  PIC X(16) VALUE SPACES.
      * The audit's own connection turns up in its CLIENT LIST;
      * CLIENT ID is asked first so it can be left out.
       01  SELF-ID       PIC 9(12) VALUE ZEROES.
       01  SELF-RAW      PIC X(20) VALUE SPACES.
      * CLIENT LIST answers one bulk string, a line per connection.
      * Chunk collection as in redis-replcheck's INFO read, with a
      * buffer big enough for a few hundred connections.
       01  CLL-REPLY.
         02  CLL-BUFFER      PIC X(65536) VALUE SPACES.
         02  CLL-CHUNK       PIC X(4096)  VALUE SPACES.
         02  CLL-TOTAL       PIC S9(8)  BINARY VALUE ZEROES.
         02  CLL-EXPECTED    PIC S9(8)  BINARY VALUE ZEROES.
         02  CLL-BULK-TXT    PIC X(12)  VALUE SPACES.
         02  CLL-BULK-LEN    PIC S9(8)  BINARY VALUE ZEROES.
         02  CLL-TRUNCATED   PIC X(01)  VALUE 'N'.
         02  CLL-HDR-OK      PIC X(01)  VALUE 'N'.
         02  CLL-CR-COUNT    PIC S9(8)  BINARY VALUE ZEROES.
       01  CLL-PARSE.
         02  CLL-PTR         PIC 9(06)  VALUE 1.
         02  CLL-END         PIC 9(06)  VALUE ZEROES.
         02  CLL-LINE        PIC X(512) VALUE SPACES.
         02  CLL-DELIM       PIC X(01)  VALUE SPACES.
         02  CLL-TOKEN       PIC X(80)  VALUE SPACES.
         02  CLL-TOK-PTR     PIC 9(03)  VALUE 1.
         02  CLL-LINE-LEN    PIC 9(03)  VALUE ZEROES.
      * The fields of one CLIENT LIST line the audit looks at.
       01  CLIENT-FIELDS.
         02  CLI-ID          PIC 9(12) VALUE ZEROES.
         02  CLI-ADDR        PIC X(48) VALUE SPACES.
         02  CLI-IP          PIC X(48) VALUE SPACES.
         02  CLI-IP-LEN      PIC 9(02) VALUE ZEROES.
         02  CLI-NAME        PIC X(32) VALUE SPACES.
         02  CLI-AGE         PIC 9(09) VALUE ZEROES.
         02  CLI-IDLE        PIC 9(09) VALUE ZEROES.
         02  CLI-DB          PIC 9(04) VALUE ZEROES.
         02  CLI-REST        PIC X(48) VALUE SPACES.
       01  RUN-STAMP.
         02  RUN-DATE        PIC X(08) VALUE SPACES.
         02  RUN-TIME        PIC X(06) VALUE SPACES.
       01  DETAIL-WORK.
         02  DTL-NUM-1       PIC Z(8)9 VALUE ZEROES.
         02  DTL-NUM-2       PIC Z(8)9 VALUE ZEROES.
       01  AUDIT-TOTALS.
         02  AUT-CLIENTS     PIC 9(06) VALUE ZEROES.
         02  AUT-UNKNOWN     PIC 9(06) VALUE ZEROES.
         02  AUT-IDLE        PIC 9(06) VALUE ZEROES.
         02  AUT-WRONG-DB    PIC 9(06) VALUE ZEROES.
       01  AUD-HOST-DISP     PIC X(16) VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-LOAD-APPROVED.
           PERFORM REDIS-OPEN-OUTPUTS.
           PERFORM FFI-POSIX-INIT.
           PERFORM REDIS-AUDIT-HOST
               VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX IS GREATER THAN AUD-COUNT.
           CLOSE EXCEPTION-FILE.
           CLOSE HISTORY-FILE.
           PERFORM REDIS-PRINT-SUMMARY.
      * An unreachable server is the bigger problem - its clients
      * went unaudited - so it outranks the findings themselves.
           EVALUATE TRUE
               WHEN AUD-ANY-FAIL IS EQUAL TO 'Y'
                   MOVE 2 TO RETURN-CODE
               WHEN AUT-UNKNOWN + AUT-IDLE + AUT-WRONG-DB
                    IS GREATER THAN ZEROES
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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

           ACCEPT AUD-RAW FROM ENVIRONMENT 'REDIS_HOSTS'.
           IF AUD-RAW IS NOT EQUAL TO SPACES THEN
               PERFORM REDIS-PARSE-HOSTS
           ELSE
               MOVE 1 TO AUD-COUNT
               MOVE HOST IN REDIS TO AUD-HOST(1)
               MOVE PORT IN REDIS TO AUD-PORT(1)
           END-IF.

           PERFORM REDIS-SESSION-CONFIG.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME.

           DISPLAY '[INFO] redis-clients: config hosts=', AUD-COUNT.

      * Same UNSTRING-with-moving-pointer walk as redis-client's
      * REDIS-PARSE-HOSTS, including the over-10-entries warning.
       REDIS-PARSE-HOSTS.
           MOVE 1 TO AUD-PTR.
           PERFORM REDIS-PARSE-HOSTS-ENTRY
               UNTIL AUD-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(AUD-RAW))
                  OR AUD-COUNT IS EQUAL TO 10.
           IF AUD-COUNT IS EQUAL TO 10
              AND AUD-PTR IS LESS THAN OR EQUAL TO FUNCTION LENGTH(
                    FUNCTION TRIM(AUD-RAW)) THEN
               DISPLAY '[WARN] redis-clients: REDIS_HOSTS has more '
                     , 'than 10 entries, extra hosts not audited'
           END-IF.

       REDIS-PARSE-HOSTS-ENTRY.
           UNSTRING AUD-RAW DELIMITED BY ','
               INTO AUD-ENTRY-TXT
               WITH POINTER AUD-PTR
           END-UNSTRING.
           ADD 1 TO AUD-COUNT.
           UNSTRING FUNCTION TRIM(AUD-ENTRY-TXT) DELIMITED BY ':'
               INTO AUD-HOST(AUD-COUNT) AUD-PORT(AUD-COUNT)
           END-UNSTRING.

      * No registry means every connection would be UNKNOWN, which
      * says nothing - fail the run instead, as redis-keycomp does
      * without its REDISPOL.CTL.
       REDIS-LOAD-APPROVED.
           OPEN INPUT APPROVED-FILE.
           IF FS-APPROVED IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-clients: cannot open '
                     , 'REDISAPC.CTL, status=', FS-APPROVED
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-LOAD-APPROVED-LINE
               UNTIL APPROVED-EOF IS EQUAL TO 'Y'.
           CLOSE APPROVED-FILE.
           IF RUL-COUNT IS EQUAL TO ZEROES THEN
               DISPLAY 'error: redis-clients: REDISAPC.CTL holds no '
                     , 'rules, nothing to audit against'
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY '[INFO] redis-clients: registry loaded, rules='
                 , RUL-COUNT
                 .

       REDIS-LOAD-APPROVED-LINE.
           READ APPROVED-FILE
               AT END
                   MOVE 'Y' TO APPROVED-EOF
               NOT AT END
                   PERFORM REDIS-STORE-RULE
           END-READ.

       REDIS-STORE-RULE.
           IF APPROVED-RECORD(1:1) IS EQUAL TO '*'
              OR FUNCTION TRIM(APPROVED-RECORD) IS EQUAL TO SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF RUL-COUNT IS EQUAL TO 200 THEN
               IF RUL-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-clients: more than 200 '
                         , 'rules, extras ignored'
                   MOVE 'Y' TO RUL-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RUL-HOST-TXT RUL-SOURCE-TXT RUL-NAME-TXT
                          RUL-APP-TXT RUL-IDLE-TXT RUL-DB-TXT.
           UNSTRING FUNCTION TRIM(APPROVED-RECORD)
                   DELIMITED BY ALL ' '
               INTO RUL-HOST-TXT RUL-SOURCE-TXT RUL-NAME-TXT
                    RUL-APP-TXT RUL-IDLE-TXT RUL-DB-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(RUL-DB-TXT) IS EQUAL TO SPACES
              OR (FUNCTION TRIM(RUL-IDLE-TXT) IS NOT EQUAL TO 'any'
                  AND FUNCTION TRIM(RUL-IDLE-TXT) IS NOT NUMERIC)
              OR (FUNCTION TRIM(RUL-DB-TXT) IS NOT EQUAL TO 'any'
                  AND FUNCTION TRIM(RUL-DB-TXT) IS NOT NUMERIC) THEN
               DISPLAY '[WARN] redis-clients: malformed rule line '
                     , 'skipped: ', FUNCTION TRIM(APPROVED-RECORD)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RUL-COUNT.
           MOVE RUL-HOST-TXT TO RUL-HOSTPORT(RUL-COUNT).
           MOVE RUL-NAME-TXT TO RUL-NAME(RUL-COUNT).
           MOVE RUL-APP-TXT TO RUL-APP(RUL-COUNT).
           IF FUNCTION TRIM(RUL-SOURCE-TXT) IS EQUAL TO 'any' THEN
               MOVE SPACES TO RUL-SOURCE(RUL-COUNT)
               MOVE ZEROES TO RUL-SOURCE-LEN(RUL-COUNT)
           ELSE
               MOVE RUL-SOURCE-TXT TO RUL-SOURCE(RUL-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RUL-SOURCE-TXT))
                 TO RUL-SOURCE-LEN(RUL-COUNT)
           END-IF.
           IF FUNCTION TRIM(RUL-IDLE-TXT) IS EQUAL TO 'any' THEN
               MOVE -1 TO RUL-IDLE-MAX(RUL-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(RUL-IDLE-TXT)
                 TO RUL-IDLE-MAX(RUL-COUNT)
           END-IF.
           IF FUNCTION TRIM(RUL-DB-TXT) IS EQUAL TO 'any' THEN
               MOVE -1 TO RUL-DB(RUL-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(RUL-DB-TXT) TO RUL-DB(RUL-COUNT)
           END-IF.

      * Exceptions are per run, like redis-keycomp's violations; the
      * connection history is appended, with the same OPEN EXTEND /
      * fall back to OPEN OUTPUT dance as redis-latency's trend file.
       REDIS-OPEN-OUTPUTS.
           OPEN OUTPUT EXCEPTION-FILE.
           IF FS-EXCEPTION IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-clients: cannot open '
                     , 'REDISCLX.DAT, status=', FS-EXCEPTION
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF FS-HISTORY IS EQUAL TO '35' THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF FS-HISTORY IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-clients: cannot open '
                     , 'REDISCLH.DAT, status=', FS-HISTORY
               MOVE 3 TO RETURN-CODE
               CLOSE EXCEPTION-FILE
               STOP RUN
           END-IF.

       FFI-POSIX-INIT.
           CALL 'ffi_posix_af_inet'     RETURNING AF-INET     IN POSIX.
           CALL 'ffi_posix_sock_stream' RETURNING SOCK-STREAM IN POSIX.

      * One server: connect, establish the session (CLIENT is an
      * admin command), note our own client id, pull the client
      * list, close, then judge every connection on it and append
      * the per-application counts.
       REDIS-AUDIT-HOST.
           MOVE AUD-HOST(AUD-IDX) TO HOST IN REDIS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AUD-HOST(AUD-IDX)))
             TO HOST-LEN IN REDIS.
           MOVE AUD-PORT(AUD-IDX) TO PORT IN REDIS.
           MOVE AUD-PORT(AUD-IDX) TO AUD-PORT-TXT.
           MOVE SPACES TO AUD-HOSTPORT.
           STRING FUNCTION TRIM(AUD-HOST(AUD-IDX)) DELIMITED BY SIZE
                  ':'                              DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-PORT-TXT)      DELIMITED BY SIZE
             INTO AUD-HOSTPORT.
           PERFORM REDIS-CONNECT.
           IF AUD-CONN-OK IS NOT EQUAL TO 'Y' THEN
               MOVE 'DOWN' TO AUD-RESULT(AUD-IDX)
               MOVE 'Y' TO AUD-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-STEP TO AUD-RESULT(AUD-IDX)
               ELSE
                   MOVE 'FAIL' TO AUD-RESULT(AUD-IDX)
               END-IF
               MOVE 'Y' TO AUD-ANY-FAIL
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-QUERY-SELF-ID.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'DOWN' TO AUD-RESULT(AUD-IDX)
               MOVE 'Y' TO AUD-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 11 TO COMMAND-LEN IN REDIS.
           MOVE SPACES TO COMMAND IN REDIS.
           STRING 'CLIENT LIST' DELIMITED BY SIZE
                  x'0D'         DELIMITED BY SIZE
                  x'0A'         DELIMITED BY SIZE
             INTO COMMAND IN REDIS.
           ADD 2 TO COMMAND-LEN IN REDIS.
           PERFORM FFI-POSIX-SEND.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'DOWN' TO AUD-RESULT(AUD-IDX)
               MOVE 'Y' TO AUD-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-RECV-REPLY.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'DOWN' TO AUD-RESULT(AUD-IDX)
               MOVE 'Y' TO AUD-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-CLOSE.
           IF CLL-BUFFER(1:1) IS NOT EQUAL TO '$'
              OR CLL-HDR-OK IS NOT EQUAL TO 'Y' THEN
               DISPLAY '[WARN] redis-clients: unusable CLIENT LIST '
                     , 'reply from ', FUNCTION TRIM(AUD-HOSTPORT)
                     , ': ', CLL-BUFFER(1:40)
               MOVE 'FAIL' TO AUD-RESULT(AUD-IDX)
               MOVE 'Y' TO AUD-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
      * The server closing before the whole list arrived leaves a
      * list that only looks complete - its missing connections
      * would go unaudited under an OK result.
           IF CLL-TRUNCATED IS NOT EQUAL TO 'Y'
              AND CLL-TOTAL IS LESS THAN CLL-EXPECTED THEN
               DISPLAY '[WARN] redis-clients: CLIENT LIST reply from '
                     , FUNCTION TRIM(AUD-HOSTPORT)
                     , ' cut short, got ', CLL-TOTAL
                     , ' of ', CLL-EXPECTED, ' bytes'
               MOVE 'FAIL' TO AUD-RESULT(AUD-IDX)
               MOVE 'Y' TO AUD-ANY-FAIL
               EXIT PARAGRAPH
           END-IF.
      * An overflowing list still audits the connections that fit;
      * the host is marked PART so nobody reads its counts as whole.
           IF CLL-TRUNCATED IS EQUAL TO 'Y' THEN
               DISPLAY '[WARN] redis-clients: client list from '
                     , FUNCTION TRIM(AUD-HOSTPORT)
                     , ' overflowed the buffer, audit is partial'
               MOVE 'PART' TO AUD-RESULT(AUD-IDX)
           ELSE
               MOVE 'OK' TO AUD-RESULT(AUD-IDX)
           END-IF.
           PERFORM REDIS-SEED-APP-COUNTS.
           PERFORM REDIS-PARSE-CLIENT-LINES.
           PERFORM REDIS-WRITE-APP-COUNT
               VARYING APC-IDX FROM 1 BY 1
               UNTIL APC-IDX IS GREATER THAN APC-COUNT.

      * 'CLIENT ID' answers ':<id>', small enough for the shared
      * RESP buffer - same integer-reply parse as redis-backup's
      * TTL read.
       REDIS-QUERY-SELF-ID.
           MOVE ZEROES TO SELF-ID.
           MOVE 9 TO COMMAND-LEN IN REDIS.
           MOVE SPACES TO COMMAND IN REDIS.
           STRING 'CLIENT ID' DELIMITED BY SIZE
                  x'0D'       DELIMITED BY SIZE
                  x'0A'       DELIMITED BY SIZE
             INTO COMMAND IN REDIS.
           ADD 2 TO COMMAND-LEN IN REDIS.
           PERFORM FFI-POSIX-SEND.
           IF RC IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RESP IN REDIS.
           PERFORM FFI-POSIX-RECV.
           IF RC IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF RESP IN REDIS(1:1) IS EQUAL TO ':' THEN
               MOVE SPACES TO SELF-RAW
               UNSTRING RESP IN REDIS DELIMITED BY x'0D'
                   INTO SELF-RAW
               END-UNSTRING
               MOVE FUNCTION NUMVAL(SELF-RAW(2:19)) TO SELF-ID
           END-IF.

       REDIS-SEED-APP-COUNTS.
           MOVE ZEROES TO APC-COUNT.
           MOVE 'N' TO APC-FULL.
           PERFORM REDIS-SEED-APP-ONE
               VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX IS GREATER THAN RUL-COUNT.

       REDIS-SEED-APP-ONE.
           IF FUNCTION TRIM(RUL-HOSTPORT(RUL-IDX)) IS EQUAL TO 'any'
              OR RUL-HOSTPORT(RUL-IDX) IS EQUAL TO AUD-HOSTPORT THEN
               MOVE RUL-APP(RUL-IDX) TO APP-WANTED
               PERFORM REDIS-FIND-APP
           END-IF.

      * Chunk-collection loop borrowed from redis-replcheck: the
      * first chunk carries the '$<len>' header, keep reading until
      * header + payload + trailing CR LF have arrived.
       REDIS-RECV-REPLY.
           MOVE ZEROES TO CLL-TOTAL.
           MOVE ZEROES TO CLL-EXPECTED.
           MOVE 'N' TO CLL-TRUNCATED.
           MOVE 'N' TO CLL-HDR-OK.
           MOVE SPACES TO CLL-BUFFER.
           PERFORM REDIS-RECV-REPLY-STEP.
           IF RC IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-RECV-REPLY-STEP
               UNTIL (CLL-HDR-OK IS EQUAL TO 'Y'
                      AND CLL-TOTAL IS GREATER THAN OR EQUAL TO
                          CLL-EXPECTED)
                  OR (CLL-TOTAL IS GREATER THAN ZEROES
                      AND CLL-BUFFER(1:1) IS NOT EQUAL TO '$')
                  OR CLL-TRUNCATED IS EQUAL TO 'Y'
                  OR RC IS LESS THAN OR EQUAL TO ZEROES.

       REDIS-RECV-REPLY-STEP.
           PERFORM FFI-POSIX-RECV-CLL.
           IF RC IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF CLL-HDR-OK IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-PARSE-BULK-HEADER
           END-IF.

      * '$<len>\r\n' - believed only once the header's own CR has
      * arrived, as in redis-replcheck.
       REDIS-PARSE-BULK-HEADER.
           IF CLL-BUFFER(1:1) IS NOT EQUAL TO '$'
              OR CLL-TOTAL IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO CLL-CR-COUNT.
           INSPECT CLL-BUFFER(1:CLL-TOTAL)
               TALLYING CLL-CR-COUNT FOR ALL x'0D'.
           IF CLL-CR-COUNT IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           UNSTRING CLL-BUFFER(2:12) DELIMITED BY x'0D'
               INTO CLL-BULK-TXT
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(CLL-BULK-TXT) TO CLL-BULK-LEN.
           COMPUTE CLL-EXPECTED = 1
               + FUNCTION LENGTH(FUNCTION TRIM(CLL-BULK-TXT))
               + 2 + CLL-BULK-LEN + 2.
           MOVE 'Y' TO CLL-HDR-OK.
           IF CLL-EXPECTED IS GREATER THAN
                 LENGTH OF CLL-BUFFER THEN
               MOVE 'Y' TO CLL-TRUNCATED
           END-IF.

      * The payload starts after the header's CR LF and ends before
      * the closing CR LF (or where the buffer ran out). Each line
      * is one connection, LF terminated; when the buffer ran out
      * the last, unterminated line is a fragment and is dropped.
       REDIS-PARSE-CLIENT-LINES.
           COMPUTE CLL-PTR = 1
               + FUNCTION LENGTH(FUNCTION TRIM(CLL-BULK-TXT)) + 2 + 1.
           IF CLL-TRUNCATED IS EQUAL TO 'Y' THEN
               MOVE CLL-TOTAL TO CLL-END
           ELSE
               COMPUTE CLL-END = CLL-EXPECTED - 2
           END-IF.
           PERFORM REDIS-PARSE-CLIENT-ONE-LINE
               UNTIL CLL-PTR IS GREATER THAN CLL-END.

       REDIS-PARSE-CLIENT-ONE-LINE.
           MOVE SPACES TO CLL-LINE CLL-DELIM.
           UNSTRING CLL-BUFFER(1:CLL-END) DELIMITED BY x'0A'
               INTO CLL-LINE DELIMITER IN CLL-DELIM
               WITH POINTER CLL-PTR
           END-UNSTRING.
           IF CLL-TRUNCATED IS EQUAL TO 'Y'
              AND CLL-DELIM IS NOT EQUAL TO x'0A' THEN
               EXIT PARAGRAPH
           END-IF.
           INSPECT CLL-LINE REPLACING ALL x'0D' BY SPACE.
           IF CLL-LINE IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-PARSE-CLIENT-FIELDS.
           IF CLI-ID IS EQUAL TO SELF-ID THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-JUDGE-CLIENT.

      * 'id=7 addr=10.20.4.17:53122 laddr=... fd=9 name=billing
      * age=3012 idle=4 flags=N db=2 ...' - the field list grows
      * with every server release, so fields are found by their
      * 'label=' rather than by position.
       REDIS-PARSE-CLIENT-FIELDS.
           MOVE SPACES TO CLI-ADDR CLI-IP CLI-NAME.
           MOVE ZEROES TO CLI-ID CLI-AGE CLI-IDLE CLI-DB CLI-IP-LEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CLL-LINE TRAILING))
             TO CLL-LINE-LEN.
           MOVE 1 TO CLL-TOK-PTR.
           PERFORM REDIS-PARSE-CLIENT-TOKEN
               UNTIL CLL-TOK-PTR IS GREATER THAN CLL-LINE-LEN.
           PERFORM REDIS-SPLIT-CLIENT-ADDR.

       REDIS-PARSE-CLIENT-TOKEN.
           MOVE SPACES TO CLL-TOKEN.
           UNSTRING CLL-LINE(1:CLL-LINE-LEN) DELIMITED BY ' '
               INTO CLL-TOKEN
               WITH POINTER CLL-TOK-PTR
           END-UNSTRING.
           EVALUATE TRUE
               WHEN CLL-TOKEN(1:3) IS EQUAL TO 'id='
                   MOVE FUNCTION NUMVAL(CLL-TOKEN(4:20)) TO CLI-ID
               WHEN CLL-TOKEN(1:5) IS EQUAL TO 'addr='
                   MOVE CLL-TOKEN(6:48) TO CLI-ADDR
               WHEN CLL-TOKEN(1:5) IS EQUAL TO 'name='
                   MOVE CLL-TOKEN(6:32) TO CLI-NAME
               WHEN CLL-TOKEN(1:4) IS EQUAL TO 'age='
                   MOVE FUNCTION NUMVAL(CLL-TOKEN(5:20)) TO CLI-AGE
               WHEN CLL-TOKEN(1:5) IS EQUAL TO 'idle='
                   MOVE FUNCTION NUMVAL(CLL-TOKEN(6:20)) TO CLI-IDLE
               WHEN CLL-TOKEN(1:3) IS EQUAL TO 'db='
                   MOVE FUNCTION NUMVAL(CLL-TOKEN(4:20)) TO CLI-DB
           END-EVALUATE.

      * addr is 'ip:port', or '[v6-address]:port' for IPv6; the
      * registry matches on the address part only, since the port
      * is whatever the client's kernel handed out.
       REDIS-SPLIT-CLIENT-ADDR.
           MOVE SPACES TO CLI-REST.
           IF CLI-ADDR(1:1) IS EQUAL TO '[' THEN
               UNSTRING CLI-ADDR(2:47) DELIMITED BY ']'
                   INTO CLI-IP CLI-REST
               END-UNSTRING
           ELSE
               UNSTRING CLI-ADDR DELIMITED BY ':'
                   INTO CLI-IP CLI-REST
               END-UNSTRING
           END-IF.
           IF CLI-IP IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CLI-IP))
                 TO CLI-IP-LEN
           END-IF.

      * One connection against the registry: no matching rule is
      * UNKNOWN (counted under '(unknown)'); a matched connection
      * is counted under its rule's app and then checked for idle
      * time and database independently, so one connection can
      * raise both.
       REDIS-JUDGE-CLIENT.
           ADD 1 TO AUD-CLIENTS(AUD-IDX).
           ADD 1 TO AUT-CLIENTS.
           PERFORM REDIS-FIND-BEST-RULE.
           IF BEST-IDX IS EQUAL TO ZEROES THEN
               MOVE '(unknown)' TO APP-WANTED
               PERFORM REDIS-FIND-APP
               PERFORM REDIS-COUNT-APP
               ADD 1 TO AUT-UNKNOWN
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE 'UNKNOWN' TO CLX-CLASS
               MOVE '(unknown)' TO CLX-APP
               MOVE CLI-AGE TO DTL-NUM-1
               STRING 'no approved rule matches, age='
                                              DELIMITED BY SIZE
                      FUNCTION TRIM(DTL-NUM-1) DELIMITED BY SIZE
                 INTO CLX-DETAIL
               PERFORM REDIS-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE RUL-APP(BEST-IDX) TO APP-WANTED.
           PERFORM REDIS-FIND-APP.
           PERFORM REDIS-COUNT-APP.
           IF RUL-IDLE-MAX(BEST-IDX) IS NOT LESS THAN ZEROES
              AND CLI-IDLE IS GREATER THAN RUL-IDLE-MAX(BEST-IDX) THEN
               ADD 1 TO AUT-IDLE
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE 'IDLE' TO CLX-CLASS
               MOVE RUL-APP(BEST-IDX) TO CLX-APP
               MOVE CLI-IDLE TO DTL-NUM-1
               MOVE RUL-IDLE-MAX(BEST-IDX) TO DTL-NUM-2
               STRING 'idle='                  DELIMITED BY SIZE
                      FUNCTION TRIM(DTL-NUM-1) DELIMITED BY SIZE
                      's limit='               DELIMITED BY SIZE
                      FUNCTION TRIM(DTL-NUM-2) DELIMITED BY SIZE
                      's'                      DELIMITED BY SIZE
                 INTO CLX-DETAIL
               PERFORM REDIS-WRITE-EXCEPTION
           END-IF.
           IF RUL-DB(BEST-IDX) IS NOT LESS THAN ZEROES
              AND CLI-DB IS NOT EQUAL TO RUL-DB(BEST-IDX) THEN
               ADD 1 TO AUT-WRONG-DB
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE 'WRONG-DB' TO CLX-CLASS
               MOVE RUL-APP(BEST-IDX) TO CLX-APP
               MOVE CLI-DB TO DTL-NUM-1
               MOVE RUL-DB(BEST-IDX) TO DTL-NUM-2
               STRING 'db='                    DELIMITED BY SIZE
                      FUNCTION TRIM(DTL-NUM-1) DELIMITED BY SIZE
                      ' expected='             DELIMITED BY SIZE
                      FUNCTION TRIM(DTL-NUM-2) DELIMITED BY SIZE
                 INTO CLX-DETAIL
               PERFORM REDIS-WRITE-EXCEPTION
           END-IF.

      * Candidates are the rules for this server (or 'any') whose
      * source prefix fits the front of the client address and
      * whose name, if given, is the client's; the longest source
      * prefix wins, as redis-keycomp's longest prefix rule does.
       REDIS-FIND-BEST-RULE.
           MOVE ZEROES TO BEST-IDX BEST-LEN.
           PERFORM REDIS-FIND-BEST-RULE-STEP
               VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX IS GREATER THAN RUL-COUNT.

       REDIS-FIND-BEST-RULE-STEP.
           IF FUNCTION TRIM(RUL-HOSTPORT(RUL-IDX)) IS NOT EQUAL TO 'any'
              AND RUL-HOSTPORT(RUL-IDX) IS NOT EQUAL TO AUD-HOSTPORT
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(RUL-NAME(RUL-IDX)) IS NOT EQUAL TO 'any'
              AND RUL-NAME(RUL-IDX) IS NOT EQUAL TO CLI-NAME THEN
               EXIT PARAGRAPH
           END-IF.
           IF RUL-SOURCE-LEN(RUL-IDX) IS GREATER THAN ZEROES THEN
               IF RUL-SOURCE-LEN(RUL-IDX) IS GREATER THAN CLI-IP-LEN
               THEN
                   EXIT PARAGRAPH
               END-IF
               IF CLI-IP(1:RUL-SOURCE-LEN(RUL-IDX)) IS NOT EQUAL TO
                  RUL-SOURCE(RUL-IDX)(1:RUL-SOURCE-LEN(RUL-IDX)) THEN
                   EXIT PARAGRAPH
               END-IF
      * Only a source ending in '.' or ':' is a prefix; anything else
      * is one full address and must match all of it, or 10.20.4.17
      * would also approve 10.20.4.170 to 10.20.4.179.
               IF RUL-SOURCE(RUL-IDX)(RUL-SOURCE-LEN(RUL-IDX):1)
                     IS NOT EQUAL TO '.'
                  AND RUL-SOURCE(RUL-IDX)(RUL-SOURCE-LEN(RUL-IDX):1)
                     IS NOT EQUAL TO ':'
                  AND RUL-SOURCE-LEN(RUL-IDX) IS NOT EQUAL TO
                      CLI-IP-LEN THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF BEST-IDX IS EQUAL TO ZEROES
              OR RUL-SOURCE-LEN(RUL-IDX) IS GREATER THAN BEST-LEN
           THEN
               MOVE RUL-IDX TO BEST-IDX
               MOVE RUL-SOURCE-LEN(RUL-IDX) TO BEST-LEN
           END-IF.

      * Finds (or adds) APP-WANTED in this server's tally; APC-IDX
      * is left zero when the table is full.
       REDIS-FIND-APP.
           MOVE 'N' TO FOUND.
           MOVE ZEROES TO APC-IDX.
           PERFORM REDIS-FIND-APP-STEP
               VARYING APC-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR APC-IDX IS GREATER THAN APC-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM APC-IDX
               EXIT PARAGRAPH
           END-IF.
           IF APC-COUNT IS EQUAL TO 50 THEN
               IF APC-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-clients: more than 50 '
                         , 'applications on ', FUNCTION TRIM(
                           AUD-HOSTPORT), ', extras not counted'
                   MOVE 'Y' TO APC-FULL
               END-IF
               MOVE ZEROES TO APC-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO APC-COUNT.
           MOVE APC-COUNT TO APC-IDX.
           MOVE APP-WANTED TO APC-APP(APC-IDX).
           MOVE ZEROES TO APC-CONNS(APC-IDX).

       REDIS-FIND-APP-STEP.
           IF APC-APP(APC-IDX) IS EQUAL TO APP-WANTED THEN
               MOVE 'Y' TO FOUND
           END-IF.

       REDIS-COUNT-APP.
           IF APC-IDX IS GREATER THAN ZEROES THEN
               ADD 1 TO APC-CONNS(APC-IDX)
           END-IF.

      * The caller blanks the record (its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71) and fills class, app
      * and detail; the connection fields are common to all three.
       REDIS-WRITE-EXCEPTION.
           MOVE RUN-DATE TO CLX-DATE.
           MOVE RUN-TIME TO CLX-TIME.
           MOVE AUD-HOST(AUD-IDX) TO CLX-HOST.
           MOVE AUD-PORT(AUD-IDX) TO CLX-PORT.
           MOVE CLI-ADDR TO CLX-ADDR.
           IF CLI-NAME IS EQUAL TO SPACES THEN
               MOVE '(none)' TO CLX-NAME
           ELSE
               MOVE CLI-NAME TO CLX-NAME
           END-IF.
           WRITE EXCEPTION-RECORD.
           IF FS-EXCEPTION IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-clients: exception write '
                     , 'failed, status=', FS-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO AUD-EXCEPTS(AUD-IDX).

       REDIS-WRITE-APP-COUNT.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE RUN-DATE TO CLH-DATE.
           MOVE RUN-TIME TO CLH-TIME.
           MOVE AUD-HOST(AUD-IDX) TO CLH-HOST.
           MOVE AUD-PORT(AUD-IDX) TO CLH-PORT.
           MOVE APC-APP(APC-IDX) TO CLH-APP.
           MOVE APC-CONNS(APC-IDX) TO CLH-CONNS.
           WRITE HISTORY-RECORD.
           IF FS-HISTORY IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-clients: history write failed, '
                     , 'status=', FS-HISTORY
           END-IF.

       REDIS-PRINT-SUMMARY.
           DISPLAY '[INFO] redis-clients: connection audit summary'.
           DISPLAY 'HOST            PORT   STATUS  CLIENTS EXCEPTIONS'.
           PERFORM REDIS-PRINT-ONE
               VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX IS GREATER THAN AUD-COUNT.
           DISPLAY '[INFO] redis-clients: totals'
                 , ' clients=', AUT-CLIENTS
                 , ' unknown=', AUT-UNKNOWN
                 , ' idle=', AUT-IDLE
                 , ' wrong_db=', AUT-WRONG-DB
                 .

       REDIS-PRINT-ONE.
           MOVE FUNCTION TRIM(AUD-HOST(AUD-IDX)) TO AUD-HOST-DISP.
           DISPLAY AUD-HOST-DISP
                 , AUD-PORT(AUD-IDX), '   '
                 , AUD-RESULT(AUD-IDX), '  '
                 , AUD-CLIENTS(AUD-IDX), '  '
                 , AUD-EXCEPTS(AUD-IDX)
                 .

       REDIS-CONNECT.
           MOVE 'N' TO AUD-CONN-OK.
           PERFORM FFI-POSIX-SOCKET.
           IF SOCK IN REDIS IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-CONNECT.
           IF RC IS EQUAL TO -1 THEN
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO AUD-CONN-OK.
           DISPLAY '[INFO] redis-clients: connected to '
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

      * The session handshake and CLIENT ID recv through the shared
      * RESP buffer; the CLIENT LIST reply goes through
      * FFI-POSIX-RECV-CLL and the chunked CLL-BUFFER.
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

       FFI-POSIX-RECV-CLL.
           CALL 'ffi_posix_recv' USING
               BY VALUE SOCK IN REDIS
               BY REFERENCE ADDRESS OF CLL-CHUNK
               BY VALUE LENGTH OF CLL-CHUNK
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: recv failed. errno=', ERRNO IN POSIX
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           IF RC IS GREATER THAN ZEROES THEN
               IF CLL-TOTAL + RC IS GREATER THAN
                     LENGTH OF CLL-BUFFER THEN
                   MOVE 'Y' TO CLL-TRUNCATED
                   COMPUTE RC = LENGTH OF CLL-BUFFER - CLL-TOTAL
               END-IF
               IF RC IS GREATER THAN ZEROES THEN
                   MOVE CLL-CHUNK(1:RC)
                     TO CLL-BUFFER(CLL-TOTAL + 1:RC)
                   ADD RC TO CLL-TOTAL
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
