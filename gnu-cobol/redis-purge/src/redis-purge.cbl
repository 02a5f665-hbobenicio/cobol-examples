      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-PURGE.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same approved-host list redis-flush is held to - a purge is
      * a smaller flush, and a host not in the file (or a missing
      * file) means the purge is refused.
           SELECT CONTROL-FILE ASSIGN TO 'REDISFLS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.
      * The two places a purge list can come from: the inventory
      * redis-keydump wrote (selected by prefix) or the policy
      * violations redis-keycomp wrote - same fixed columns as
      * their own records.
           SELECT EXPORT-FILE ASSIGN TO 'REDISKEY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
           SELECT VIOLATION-FILE ASSIGN TO 'REDISPVL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIOLATION.
      * The before-image: every key about to go, in redis-backup's
      * REDISBKP.DAT columns, so REDIS_BACKUP_MODE=RESTORE with
      * REDIS_BACKUP_FILE=REDISPBI.DAT puts the purge back. Its own
      * name, so a purge never overwrites the nightly backup image.
           SELECT IMAGE-FILE ASSIGN TO 'REDISPBI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMAGE.
      * One line per key the run looked at and what became of it,
      * fresh each run - in a dry run this is the review list.
           SELECT DETAIL-FILE ASSIGN TO 'REDISPRG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETAIL.
           SELECT PURGE-AUDIT ASSIGN TO 'REDISPRG.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PURGE-AUDIT.
           SELECT SENTINEL-AUDIT ASSIGN TO 'REDISSNT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENT-AUDIT.
           SELECT AUTH-FILE ASSIGN USING SES-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTH-FILE.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD     PIC X(80).
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
         02  EXP-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  EXP-TYPE        PIC X(10).
         02  FILLER          PIC X(01).
         02  EXP-TTL         PIC -(10)9.
       FD  VIOLATION-FILE.
       01  VIOLATION-RECORD.
         02  VIO-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  VIO-RULE        PIC X(32).
         02  FILLER          PIC X(01).
         02  VIO-DETAIL      PIC X(60).
       FD  IMAGE-FILE.
       01  IMAGE-RECORD.
         02  BKP-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  BKP-TTL         PIC -(10)9.
         02  FILLER          PIC X(01).
         02  BKP-VALUE       PIC X(128).
       FD  DETAIL-FILE.
       01  DETAIL-RECORD.
         02  DTL-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  DTL-TIME        PIC X(06).
         02  FILLER          PIC X(01).
         02  DTL-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  DTL-ACTION      PIC X(12).
         02  FILLER          PIC X(01).
         02  DTL-TTL         PIC -(10)9.
         02  FILLER          PIC X(01).
         02  DTL-DETAIL      PIC X(40).
       FD  PURGE-AUDIT.
       01  PURGE-AUDIT-RECORD PIC X(320).
       FD  SENTINEL-AUDIT.
       01  SENTINEL-AUDIT-RECORD PIC X(200).
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD   PIC X(64).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
       COPY POSIXREC.
       COPY REDISSES.
       COPY REDISSNT.
       01  FS-CONTROL     PIC X(02) VALUE SPACES.
       01  FS-EXPORT      PIC X(02) VALUE SPACES.
       01  FS-VIOLATION   PIC X(02) VALUE SPACES.
       01  FS-IMAGE       PIC X(02) VALUE SPACES.
       01  FS-DETAIL      PIC X(02) VALUE SPACES.
       01  FS-PURGE-AUDIT PIC X(02) VALUE SPACES.
       01  CONTROL-EOF    PIC X(01) VALUE 'N'.
       01  SOURCE-EOF     PIC X(01) VALUE 'N'.
       01  IMAGE-EOF      PIC X(01) VALUE 'N'.
       01  RC             PIC S9(8)  BINARY.
       01  CONFIG-ENV.
         02  ENV-HOST    PIC X(50)  VALUE SPACES.
         02  ENV-PORT    PIC X(05)  VALUE SPACES.
         02  ENV-SOURCE  PIC X(12)  VALUE SPACES.
         02  ENV-MODE    PIC X(10)  VALUE SPACES.
      * REDIS_PURGE_SOURCE picks the list (INVENTORY, the default,
      * or VIOLATIONS); REDIS_PURGE_PREFIX narrows it, and is
      * required against the inventory - a prefix-less inventory
      * purge is a flush, and redis-flush exists for that.
      * Nothing is deleted unless REDIS_PURGE_MODE is EXECUTE; any
      * other setting, or none, is a dry run.
       01  PURGE-CONFIG.
         02  PURGE-SOURCE     PIC X(12) VALUE 'INVENTORY'.
         02  PURGE-PREFIX     PIC X(64) VALUE SPACES.
         02  PURGE-PREFIX-LEN PIC 9(02) VALUE ZEROES.
         02  PURGE-MODE       PIC X(07) VALUE 'DRYRUN'.
       01  PURGE-STATE.
         02  PURGE-APPROVED   PIC X(01) VALUE 'N'.
         02  PURGE-DECISION   PIC X(12) VALUE SPACES.
         02  PURGE-KEY        PIC X(64) VALUE SPACES.
         02  PURGE-LAST-KEY   PIC X(64) VALUE SPACES.
         02  PURGE-WANTED     PIC X(01) VALUE 'N'.
         02  PURGE-VERB       PIC X(04) VALUE SPACES.
         02  PURGE-VERB-LEN   PIC 9(02) VALUE ZEROES.
         02  PURGE-KEY-LEN    PIC 9(02) VALUE ZEROES.
         02  PURGE-VERB-TXT   PIC Z9    VALUE ZEROES.
         02  PURGE-KEY-TXT    PIC Z9    VALUE ZEROES.
         02  PURGE-ACTION     PIC X(12) VALUE SPACES.
         02  PURGE-NOTE       PIC X(40) VALUE SPACES.
         02  RUN-STAMP        PIC X(14) VALUE SPACES.
      * Scratch for the per-key TYPE (+status) and TTL (:integer)
      * replies, same as redis-backup's.
       01  KEY-REPLY.
         02  KEY-TYPE-TXT    PIC X(10)  VALUE SPACES.
         02  KEY-TTL-RAW     PIC X(20)  VALUE SPACES.
         02  KEY-TTL-TXT     PIC X(19)  VALUE SPACES.
         02  KEY-TTL         PIC S9(11) VALUE ZEROES.
      * GET's bulk reply collected header-driven into its own
      * buffer, and drained to the end of its frame when it
      * overflows - the same fetch redis-backup does, so the
      * before-image holds exactly what a backup would have.
       01  VAL-REPLY.
         02  VAL-BUFFER      PIC X(512) VALUE SPACES.
         02  VAL-CHUNK       PIC X(256) VALUE SPACES.
         02  VAL-TOTAL       PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-RAW         PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-MOVE-LEN    PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-EXPECTED    PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-BULK-TXT    PIC X(12)  VALUE SPACES.
         02  VAL-BULK-LEN    PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-HDR-OK      PIC X(01)  VALUE 'N'.
         02  VAL-HDR-LEN     PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-CR-COUNT    PIC S9(8)  BINARY VALUE ZEROES.
         02  VAL-TRUNCATED   PIC X(01)  VALUE 'N'.
         02  VAL-TEXT        PIC X(128) VALUE SPACES.
       01  PURGE-TOTALS.
         02  PRG-READ        PIC 9(08) VALUE ZEROES.
         02  PRG-SELECTED    PIC 9(08) VALUE ZEROES.
         02  PRG-IMAGED      PIC 9(08) VALUE ZEROES.
         02  PRG-VANISHED    PIC 9(08) VALUE ZEROES.
         02  PRG-SKIPPED     PIC 9(08) VALUE ZEROES.
         02  PRG-PURGED      PIC 9(08) VALUE ZEROES.
         02  PRG-GONE        PIC 9(08) VALUE ZEROES.
         02  PRG-ERRORS      PIC 9(08) VALUE ZEROES.
       01  REDIS-AUDIT.
         02  AUDIT-TIMESTAMP   PIC X(26) VALUE SPACES.
         02  AUDIT-PORT-DISP   PIC 9(05) VALUE ZEROES.
         02  AUDIT-RC-DISP     PIC -(8)9 VALUE ZEROES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           IF PURGE-SOURCE IS EQUAL TO 'INVENTORY'
              AND PURGE-PREFIX-LEN IS EQUAL TO ZEROES THEN
               DISPLAY 'error: redis-purge: REDIS_PURGE_PREFIX is '
                     , 'required with the INVENTORY source'
               MOVE 'NOSELECT' TO PURGE-DECISION
               MOVE 3 TO RETURN-CODE
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
           END-IF.
           PERFORM FFI-POSIX-INIT.
      * Same order as redis-flush: the master is resolved first so
      * the approval check judges the host that will actually be
      * purged. A dry run is held to the same checks - it has to
      * predict what the real run would do, refusals included.
           PERFORM REDIS-SENTINEL-RESOLVE.
           IF SNT-ACTIVE IS EQUAL TO 'Y'
              AND SNT-OK IS NOT EQUAL TO 'Y' THEN
               MOVE 'NOMASTER' TO PURGE-DECISION
               MOVE 7 TO RETURN-CODE
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
           END-IF.
           PERFORM REDIS-CHECK-APPROVED.
           IF PURGE-APPROVED IS NOT EQUAL TO 'Y' THEN
               MOVE 'DENIED' TO PURGE-DECISION
               MOVE 4 TO RETURN-CODE
               DISPLAY 'error: redis-purge: host '
                     , FUNCTION TRIM(HOST IN REDIS)
                     , ' is not in REDISFLS.CTL, purge refused'
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
           END-IF.
           MOVE 'APPROVED' TO PURGE-DECISION.
           PERFORM REDIS-OPEN-FILES.
           PERFORM REDIS-CONNECT.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-RC TO RETURN-CODE
                   IF SES-RC IS EQUAL TO 5 THEN
                       MOVE 'AUTHFAIL' TO PURGE-DECISION
                   ELSE
                       MOVE 'SELFAIL' TO PURGE-DECISION
                   END-IF
               END-IF
               PERFORM FFI-POSIX-CLOSE
               PERFORM REDIS-CLOSE-FILES
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
           END-IF.
           PERFORM REDIS-SENTINEL-VERIFY.
           IF SNT-ROLE-OK IS NOT EQUAL TO 'Y' THEN
               MOVE 'NOTMASTER' TO PURGE-DECISION
               MOVE 8 TO RETURN-CODE
               PERFORM FFI-POSIX-CLOSE
               PERFORM REDIS-CLOSE-FILES
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
           END-IF.
      * Two passes: every key is imaged and the before-image file
      * closed before the first DEL goes out, and the deletes are
      * then driven off the closed image itself - a key can only be
      * deleted if its before-image is already safely on disk.
           PERFORM REDIS-READ-SOURCE.
           PERFORM REDIS-IMAGE-ONE-KEY
               UNTIL SOURCE-EOF IS EQUAL TO 'Y'.
           IF PURGE-MODE IS EQUAL TO 'EXECUTE' THEN
               CLOSE IMAGE-FILE
               PERFORM REDIS-PURGE-KEYS
           END-IF.
           PERFORM FFI-POSIX-CLOSE.
           PERFORM REDIS-CLOSE-FILES.
           PERFORM REDIS-PRINT-TOTALS.
      * Keys that could not be imaged (so were left alone) and DELs
      * the server refused both need a look before the purge is
      * called done.
           IF PRG-SKIPPED IS GREATER THAN ZEROES
              OR PRG-ERRORS IS GREATER THAN ZEROES THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM REDIS-WRITE-PURGE-AUDIT.
           STOP RUN.

      * Same REDIS_HOST/REDIS_PORT override convention as
      * redis-client, plus the purge's own selection and mode.
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

           ACCEPT ENV-SOURCE FROM ENVIRONMENT 'REDIS_PURGE_SOURCE'.
           IF FUNCTION TRIM(ENV-SOURCE) IS EQUAL TO 'VIOLATIONS' THEN
               MOVE 'VIOLATIONS' TO PURGE-SOURCE
           END-IF.

           ACCEPT PURGE-PREFIX FROM ENVIRONMENT 'REDIS_PURGE_PREFIX'.
           IF PURGE-PREFIX IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(PURGE-PREFIX))
                 TO PURGE-PREFIX-LEN
               MOVE FUNCTION TRIM(PURGE-PREFIX) TO PURGE-PREFIX
           END-IF.

           ACCEPT ENV-MODE FROM ENVIRONMENT 'REDIS_PURGE_MODE'.
           IF FUNCTION TRIM(ENV-MODE) IS EQUAL TO 'EXECUTE' THEN
               MOVE 'EXECUTE' TO PURGE-MODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           DISPLAY '[INFO] redis-purge: config host=', HOST IN REDIS
                 , ' port=', PORT IN REDIS
                 , ' source=', FUNCTION TRIM(PURGE-SOURCE)
                 , ' prefix=', FUNCTION TRIM(PURGE-PREFIX)
                 , ' mode=', FUNCTION TRIM(PURGE-MODE)
                 .

           PERFORM REDIS-SESSION-CONFIG.
           PERFORM REDIS-SENTINEL-CONFIG.

      * Same walk as redis-flush's: a missing control file leaves
      * PURGE-APPROVED at 'N'.
       REDIS-CHECK-APPROVED.
           OPEN INPUT CONTROL-FILE.
           IF FS-CONTROL IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-purge: cannot open REDISFLS.CTL, '
                     , 'status=', FS-CONTROL
                     , ' - purge will be refused'
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-CHECK-APPROVED-LINE
               UNTIL CONTROL-EOF IS EQUAL TO 'Y'
                  OR PURGE-APPROVED IS EQUAL TO 'Y'.
           CLOSE CONTROL-FILE.

       REDIS-CHECK-APPROVED-LINE.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CONTROL-EOF
               NOT AT END
                   IF CONTROL-RECORD(1:1) IS NOT EQUAL TO '*'
                      AND FUNCTION TRIM(CONTROL-RECORD) IS NOT EQUAL
                          TO SPACES
                      AND FUNCTION TRIM(CONTROL-RECORD) IS EQUAL TO
                          FUNCTION TRIM(HOST IN REDIS) THEN
                       MOVE 'Y' TO PURGE-APPROVED
                   END-IF
           END-READ.

      * A missing selection file is a failed run, not an empty
      * purge. The before-image is only opened for a real run - a
      * dry run must not replace the image an earlier purge left
      * for its undo.
       REDIS-OPEN-FILES.
           IF PURGE-SOURCE IS EQUAL TO 'VIOLATIONS' THEN
               OPEN INPUT VIOLATION-FILE
               IF FS-VIOLATION IS NOT EQUAL TO '00' THEN
                   DISPLAY 'error: redis-purge: cannot open '
                         , 'REDISPVL.DAT, status=', FS-VIOLATION
                   MOVE 'NOINPUT' TO PURGE-DECISION
                   MOVE 2 TO RETURN-CODE
                   PERFORM REDIS-WRITE-PURGE-AUDIT
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT EXPORT-FILE
               IF FS-EXPORT IS NOT EQUAL TO '00' THEN
                   DISPLAY 'error: redis-purge: cannot open '
                         , 'REDISKEY.DAT, status=', FS-EXPORT
                   MOVE 'NOINPUT' TO PURGE-DECISION
                   MOVE 2 TO RETURN-CODE
                   PERFORM REDIS-WRITE-PURGE-AUDIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT DETAIL-FILE.
           IF FS-DETAIL IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-purge: cannot open '
                     , 'REDISPRG.DAT, status=', FS-DETAIL
               MOVE 'NOOUTPUT' TO PURGE-DECISION
               MOVE 2 TO RETURN-CODE
               PERFORM REDIS-CLOSE-FILES
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
           END-IF.
           IF PURGE-MODE IS EQUAL TO 'EXECUTE' THEN
               OPEN OUTPUT IMAGE-FILE
               IF FS-IMAGE IS NOT EQUAL TO '00' THEN
                   DISPLAY 'error: redis-purge: cannot open '
                         , 'REDISPBI.DAT, status=', FS-IMAGE
                   MOVE 'NOOUTPUT' TO PURGE-DECISION
                   MOVE 2 TO RETURN-CODE
                   PERFORM REDIS-CLOSE-FILES
                   PERFORM REDIS-WRITE-PURGE-AUDIT
                   STOP RUN
               END-IF
           END-IF.

      * CLOSE on a file that never opened just sets its status, so
      * the failure paths can call this whatever got opened.
       REDIS-CLOSE-FILES.
           IF PURGE-SOURCE IS EQUAL TO 'VIOLATIONS' THEN
               CLOSE VIOLATION-FILE
           ELSE
               CLOSE EXPORT-FILE
           END-IF.
           CLOSE DETAIL-FILE.
           IF PURGE-MODE IS EQUAL TO 'EXECUTE'
              AND IMAGE-EOF IS NOT EQUAL TO 'Y' THEN
               CLOSE IMAGE-FILE
           END-IF.

       FFI-POSIX-INIT.
           CALL 'ffi_posix_af_inet'     RETURNING AF-INET     IN POSIX.
           CALL 'ffi_posix_sock_stream' RETURNING SOCK-STREAM IN POSIX.

       REDIS-CONNECT.
           DISPLAY '[INFO] Creating TCP Socket...'
           PERFORM FFI-POSIX-SOCKET.
           DISPLAY '[INFO] Socket created successfully. fd='
                 , SOCK IN REDIS
                 .

           DISPLAY '[INFO] Connecting to Redis Server... '
                 , 'host=', HOST IN REDIS
                 , 'port=', PORT IN REDIS
                 .
           PERFORM FFI-POSIX-CONNECT.
           DISPLAY '[INFO] Successfully connected. fd=', SOCK IN REDIS.

      * Reads the next key off whichever list was chosen into
      * PURGE-KEY. A '(no rule)' row in the violation file is a key
      * no policy covers - an application nobody told us about,
      * not a breach - so it is never purged from that list.
       REDIS-READ-SOURCE.
           MOVE SPACES TO PURGE-KEY.
           MOVE 'N' TO PURGE-WANTED.
           IF PURGE-SOURCE IS EQUAL TO 'VIOLATIONS' THEN
               READ VIOLATION-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF
                   NOT AT END
                       MOVE VIO-KEY TO PURGE-KEY
                       IF VIO-RULE IS NOT EQUAL TO '(no rule)' THEN
                           MOVE 'Y' TO PURGE-WANTED
                       END-IF
               END-READ
           ELSE
               READ EXPORT-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF
                   NOT AT END
                       MOVE EXP-KEY TO PURGE-KEY
                       MOVE 'Y' TO PURGE-WANTED
               END-READ
           END-IF.
           IF SOURCE-EOF IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRG-READ.
           IF PURGE-KEY IS EQUAL TO SPACES THEN
               MOVE 'N' TO PURGE-WANTED
           END-IF.
           IF PURGE-PREFIX-LEN IS GREATER THAN ZEROES
              AND PURGE-KEY(1:PURGE-PREFIX-LEN) IS NOT EQUAL TO
                  PURGE-PREFIX(1:PURGE-PREFIX-LEN) THEN
               MOVE 'N' TO PURGE-WANTED
           END-IF.
      * redis-keycomp can file more than one finding against the
      * same key, one after the other - the key is imaged once.
           IF PURGE-WANTED IS EQUAL TO 'Y'
              AND PURGE-KEY IS EQUAL TO PURGE-LAST-KEY THEN
               MOVE 'N' TO PURGE-WANTED
           END-IF.

      *------------------------
      * Pass one: one selected key - TYPE, TTL and value, fetched
      * the way redis-backup fetches them. Only what RESTORE can
      * put back exactly is eligible: a string whose value fits the
      * 128-byte column and holds no CR/LF. Anything else is left
      * in place and reported, never deleted without an image.
      *------------------------
       REDIS-IMAGE-ONE-KEY.
           IF PURGE-WANTED IS EQUAL TO 'Y' THEN
               MOVE PURGE-KEY TO PURGE-LAST-KEY
               ADD 1 TO PRG-SELECTED
               PERFORM REDIS-IMAGE-KEY
           END-IF.
           PERFORM REDIS-READ-SOURCE.

       REDIS-IMAGE-KEY.
           MOVE ZEROES TO KEY-TTL.
           MOVE 'TYPE' TO PURGE-VERB.
           PERFORM REDIS-BUILD-KEY-COMMAND.
           PERFORM REDIS-SEND-SMALL-COMMAND.
           MOVE SPACES TO KEY-TYPE-TXT.
           IF RESP IN REDIS (1:1) IS EQUAL TO '+' THEN
               UNSTRING RESP IN REDIS (2:11) DELIMITED BY x'0D'
                   INTO KEY-TYPE-TXT
               END-UNSTRING
           END-IF.
           IF FUNCTION TRIM(KEY-TYPE-TXT) IS EQUAL TO 'none' THEN
               ADD 1 TO PRG-VANISHED
               MOVE 'VANISHED' TO PURGE-ACTION
               MOVE 'key no longer on the server' TO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(KEY-TYPE-TXT) IS NOT EQUAL TO 'string'
               THEN
               ADD 1 TO PRG-SKIPPED
               MOVE 'SKIPPED' TO PURGE-ACTION
               MOVE SPACES TO PURGE-NOTE
               STRING 'type '                     DELIMITED BY SIZE
                      FUNCTION TRIM(KEY-TYPE-TXT) DELIMITED BY SIZE
                      ' cannot be imaged'         DELIMITED BY SIZE
                 INTO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.

           MOVE 'TTL' TO PURGE-VERB.
           PERFORM REDIS-BUILD-KEY-COMMAND.
           PERFORM REDIS-SEND-SMALL-COMMAND.
           IF RESP IN REDIS (1:1) IS EQUAL TO ':' THEN
               MOVE SPACES TO KEY-TTL-RAW KEY-TTL-TXT
               UNSTRING RESP IN REDIS DELIMITED BY x'0D'
                   INTO KEY-TTL-RAW
               END-UNSTRING
               MOVE KEY-TTL-RAW(2:19) TO KEY-TTL-TXT
               MOVE FUNCTION NUMVAL(KEY-TTL-TXT) TO KEY-TTL
           END-IF.
           IF KEY-TTL IS EQUAL TO -2 THEN
               ADD 1 TO PRG-VANISHED
               MOVE 'VANISHED' TO PURGE-ACTION
               MOVE 'key expired before it was imaged' TO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.

           MOVE 'GET' TO PURGE-VERB.
           PERFORM REDIS-BUILD-KEY-COMMAND.
           PERFORM REDIS-FETCH-VALUE.
           IF VAL-BULK-LEN IS LESS THAN ZEROES THEN
               ADD 1 TO PRG-VANISHED
               MOVE 'VANISHED' TO PURGE-ACTION
               MOVE 'key expired before it was imaged' TO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF VAL-BULK-LEN IS GREATER THAN 128 THEN
               ADD 1 TO PRG-SKIPPED
               MOVE 'SKIPPED' TO PURGE-ACTION
               MOVE 'value over 128 bytes cannot be imaged'
                 TO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO VAL-CR-COUNT.
           INSPECT VAL-TEXT TALLYING VAL-CR-COUNT
               FOR ALL x'0D' ALL x'0A'.
           IF VAL-CR-COUNT IS GREATER THAN ZEROES THEN
               ADD 1 TO PRG-SKIPPED
               MOVE 'SKIPPED' TO PURGE-ACTION
               MOVE 'value holds CR/LF, cannot be imaged'
                 TO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PRG-IMAGED.
           IF PURGE-MODE IS NOT EQUAL TO 'EXECUTE' THEN
               MOVE 'WOULD-PURGE' TO PURGE-ACTION
               MOVE 'dry run, nothing deleted' TO PURGE-NOTE
               PERFORM REDIS-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO IMAGE-RECORD.
           MOVE PURGE-KEY TO BKP-KEY.
           MOVE KEY-TTL TO BKP-TTL.
           MOVE VAL-TEXT TO BKP-VALUE.
           WRITE IMAGE-RECORD.
      * No image, no purge: a failed write here stops the run
      * before the delete pass has started.
           IF FS-IMAGE IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-purge: before-image write '
                     , 'failed, status=', FS-IMAGE
                     , ' - nothing deleted'
               MOVE 2 TO RETURN-CODE
               PERFORM REDIS-ABEND-RUN
           END-IF.
           MOVE 'IMAGED' TO PURGE-ACTION.
           MOVE SPACES TO PURGE-NOTE.
           PERFORM REDIS-WRITE-DETAIL.

      * TYPE, TTL, GET and DEL all go out as RESP multi-bulk frames
      * rather than inline text, so a key holding a space is sent
      * as the one argument it is - inline, 'DEL a b' would delete
      * two other keys entirely.
       REDIS-BUILD-KEY-COMMAND.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PURGE-VERB))
             TO PURGE-VERB-LEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PURGE-KEY TRAILING))
             TO PURGE-KEY-LEN.
           MOVE PURGE-VERB-LEN TO PURGE-VERB-TXT.
           MOVE PURGE-KEY-LEN TO PURGE-KEY-TXT.
           MOVE SPACES TO COMMAND IN REDIS.
           STRING '*2'                          DELIMITED BY SIZE
                  x'0D' x'0A'                   DELIMITED BY SIZE
                  '$'                           DELIMITED BY SIZE
                  FUNCTION TRIM(PURGE-VERB-TXT) DELIMITED BY SIZE
                  x'0D' x'0A'                   DELIMITED BY SIZE
                  PURGE-VERB(1:PURGE-VERB-LEN)  DELIMITED BY SIZE
                  x'0D' x'0A'                   DELIMITED BY SIZE
                  '$'                           DELIMITED BY SIZE
                  FUNCTION TRIM(PURGE-KEY-TXT)  DELIMITED BY SIZE
                  x'0D' x'0A'                   DELIMITED BY SIZE
                  PURGE-KEY(1:PURGE-KEY-LEN)    DELIMITED BY SIZE
                  x'0D' x'0A'                   DELIMITED BY SIZE
             INTO COMMAND IN REDIS.
           COMPUTE COMMAND-LEN IN REDIS = 4
             + 1 + FUNCTION LENGTH(FUNCTION TRIM(PURGE-VERB-TXT))
             + 2 + PURGE-VERB-LEN + 2
             + 1 + FUNCTION LENGTH(FUNCTION TRIM(PURGE-KEY-TXT))
             + 2 + PURGE-KEY-LEN + 2.

      * TYPE, TTL and DEL replies are one short line, so the shared
      * RESP buffer from REDISREC is enough.
       REDIS-SEND-SMALL-COMMAND.
           MOVE SPACES TO RESP IN REDIS.
           PERFORM FFI-POSIX-SEND.
           PERFORM FFI-POSIX-RECV.

      * Same fetch as redis-backup's REDIS-FETCH-VALUE: collect to
      * the byte count the '$<len>' header promised, drain an
      * oversized reply to the end of its frame so the next reply
      * lines up, and copy the payload out by its declared length.
      * VAL-BULK-LEN is left at the real length so the caller can
      * refuse a value too long for the image.
       REDIS-FETCH-VALUE.
           MOVE ZEROES TO VAL-TOTAL VAL-RAW VAL-EXPECTED
                          VAL-BULK-LEN.
           MOVE 'N' TO VAL-HDR-OK VAL-TRUNCATED.
           MOVE SPACES TO VAL-BUFFER VAL-TEXT.
           PERFORM FFI-POSIX-SEND.
           PERFORM REDIS-FETCH-VALUE-STEP.
           PERFORM REDIS-FETCH-VALUE-STEP
               UNTIL (VAL-HDR-OK IS EQUAL TO 'Y'
                      AND VAL-TOTAL IS GREATER THAN OR EQUAL TO
                          VAL-EXPECTED)
                  OR (VAL-TOTAL IS GREATER THAN ZEROES
                      AND VAL-BUFFER(1:1) IS NOT EQUAL TO '$')
                  OR VAL-TRUNCATED IS EQUAL TO 'Y'
                  OR RC IS EQUAL TO ZEROES.
           IF VAL-TRUNCATED IS EQUAL TO 'Y'
              AND VAL-HDR-OK IS EQUAL TO 'Y' THEN
               PERFORM REDIS-FETCH-VALUE-DRAIN
                   UNTIL VAL-RAW IS GREATER THAN OR EQUAL TO
                         VAL-EXPECTED
                      OR RC IS LESS THAN OR EQUAL TO ZEROES
           END-IF.
           IF VAL-BUFFER(1:1) IS NOT EQUAL TO '$' THEN
               MOVE -1 TO VAL-BULK-LEN
               EXIT PARAGRAPH
           END-IF.
           IF VAL-BULK-LEN IS LESS THAN OR EQUAL TO ZEROES
              OR VAL-BULK-LEN IS GREATER THAN 128 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE VAL-BUFFER(VAL-HDR-LEN + 1:VAL-BULK-LEN) TO VAL-TEXT.

       REDIS-FETCH-VALUE-STEP.
           PERFORM FFI-POSIX-RECV-VAL.
           IF VAL-HDR-OK IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-PARSE-VALUE-HEADER
           END-IF.

       REDIS-FETCH-VALUE-DRAIN.
           PERFORM FFI-POSIX-RECV-VAL.

       REDIS-PARSE-VALUE-HEADER.
           IF VAL-BUFFER(1:1) IS NOT EQUAL TO '$'
              OR VAL-TOTAL IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO VAL-CR-COUNT.
           INSPECT VAL-BUFFER(1:VAL-TOTAL)
               TALLYING VAL-CR-COUNT FOR ALL x'0D'.
           IF VAL-CR-COUNT IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VAL-BULK-TXT.
           UNSTRING VAL-BUFFER(2:12) DELIMITED BY x'0D'
               INTO VAL-BULK-TXT
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(VAL-BULK-TXT) TO VAL-BULK-LEN.
           COMPUTE VAL-HDR-LEN = 1
               + FUNCTION LENGTH(FUNCTION TRIM(VAL-BULK-TXT)) + 2.
           IF VAL-BULK-LEN IS GREATER THAN ZEROES THEN
               COMPUTE VAL-EXPECTED =
                   VAL-HDR-LEN + VAL-BULK-LEN + 2
           ELSE
               MOVE VAL-HDR-LEN TO VAL-EXPECTED
           END-IF.
           MOVE 'Y' TO VAL-HDR-OK.
           IF VAL-EXPECTED IS GREATER THAN
                 LENGTH OF VAL-BUFFER THEN
               MOVE 'Y' TO VAL-TRUNCATED
           END-IF.

      *------------------------
      * Pass two: the closed before-image read back and each key in
      * it deleted. ':1' is a purged key; ':0' means it went by
      * itself (expired) between the image and the DEL, which is
      * still gone, just not by our hand.
      *------------------------
       REDIS-PURGE-KEYS.
           OPEN INPUT IMAGE-FILE.
           IF FS-IMAGE IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-purge: cannot reopen '
                     , 'REDISPBI.DAT, status=', FS-IMAGE
                     , ' - nothing deleted'
               MOVE 'Y' TO IMAGE-EOF
               MOVE 2 TO RETURN-CODE
               PERFORM REDIS-ABEND-RUN
           END-IF.
           PERFORM REDIS-PURGE-ONE-KEY
               UNTIL IMAGE-EOF IS EQUAL TO 'Y'.
           CLOSE IMAGE-FILE.

       REDIS-PURGE-ONE-KEY.
           READ IMAGE-FILE
               AT END
                   MOVE 'Y' TO IMAGE-EOF
               NOT AT END
                   PERFORM REDIS-DELETE-KEY
           END-READ.

       REDIS-DELETE-KEY.
           MOVE BKP-KEY TO PURGE-KEY.
           MOVE FUNCTION NUMVAL(BKP-TTL) TO KEY-TTL.
           MOVE 'DEL' TO PURGE-VERB.
           PERFORM REDIS-BUILD-KEY-COMMAND.
           PERFORM REDIS-SEND-SMALL-COMMAND.
           EVALUATE TRUE
               WHEN RESP IN REDIS (1:2) IS EQUAL TO ':1'
                   ADD 1 TO PRG-PURGED
                   MOVE 'PURGED' TO PURGE-ACTION
                   MOVE SPACES TO PURGE-NOTE
               WHEN RESP IN REDIS (1:2) IS EQUAL TO ':0'
                   ADD 1 TO PRG-GONE
                   MOVE 'GONE' TO PURGE-ACTION
                   MOVE 'expired before the DEL' TO PURGE-NOTE
               WHEN OTHER
                   ADD 1 TO PRG-ERRORS
                   MOVE 'DEL-ERROR' TO PURGE-ACTION
                   MOVE RESP IN REDIS TO PURGE-NOTE
                   INSPECT PURGE-NOTE REPLACING ALL x'0D' BY SPACE
                                                ALL x'0A' BY SPACE
           END-EVALUATE.
           PERFORM REDIS-WRITE-DETAIL.

       REDIS-WRITE-DETAIL.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO DETAIL-RECORD.
           MOVE RUN-STAMP(1:8) TO DTL-DATE.
           MOVE RUN-STAMP(9:6) TO DTL-TIME.
           MOVE PURGE-KEY TO DTL-KEY.
           MOVE PURGE-ACTION TO DTL-ACTION.
           MOVE KEY-TTL TO DTL-TTL.
           MOVE PURGE-NOTE TO DTL-DETAIL.
           WRITE DETAIL-RECORD.
           IF FS-DETAIL IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-purge: detail write failed, '
                     , 'status=', FS-DETAIL
           END-IF.

       REDIS-PRINT-TOTALS.
           DISPLAY '[INFO] redis-purge: totals'
                 , ' mode=', FUNCTION TRIM(PURGE-MODE)
                 , ' read=', PRG-READ
                 , ' selected=', PRG-SELECTED
                 , ' imaged=', PRG-IMAGED
                 , ' skipped=', PRG-SKIPPED
                 , ' vanished=', PRG-VANISHED
                 , ' purged=', PRG-PURGED
                 , ' gone=', PRG-GONE
                 , ' errors=', PRG-ERRORS
                 .
           IF PURGE-MODE IS EQUAL TO 'EXECUTE'
              AND PRG-IMAGED IS GREATER THAN ZEROES THEN
               DISPLAY '[INFO] redis-purge: undo with '
                     , 'REDIS_BACKUP_MODE=RESTORE '
                     , 'REDIS_BACKUP_FILE=REDISPBI.DAT redis-backup'
           END-IF.

      * A send or recv failure mid-run: whatever was imaged stays
      * imaged, whatever was deleted is in the detail file, and the
      * audit line records that the run did not finish.
       REDIS-ABEND-RUN.
           MOVE 'ABENDED' TO PURGE-DECISION.
           PERFORM FFI-POSIX-CLOSE.
           PERFORM REDIS-CLOSE-FILES.
           PERFORM REDIS-PRINT-TOTALS.
           PERFORM REDIS-WRITE-PURGE-AUDIT.
           STOP RUN.

      * One line per run appended to REDISPRG.LOG: the decision,
      * the selection and what it came to - the record an auditor
      * gets shown, same OPEN EXTEND / OPEN OUTPUT dance as
      * redis-flush's REDISFLS.LOG.
       REDIS-WRITE-PURGE-AUDIT.
           OPEN EXTEND PURGE-AUDIT.
           IF FS-PURGE-AUDIT IS EQUAL TO '35' THEN
               OPEN OUTPUT PURGE-AUDIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE PORT IN REDIS TO AUDIT-PORT-DISP.
           MOVE RETURN-CODE TO AUDIT-RC-DISP.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO PURGE-AUDIT-RECORD.
           STRING AUDIT-TIMESTAMP              DELIMITED BY SIZE
                  ' host='                      DELIMITED BY SIZE
                  FUNCTION TRIM(HOST IN REDIS)  DELIMITED BY SIZE
                  ' port='                      DELIMITED BY SIZE
                  AUDIT-PORT-DISP               DELIMITED BY SIZE
                  ' mode='                      DELIMITED BY SIZE
                  FUNCTION TRIM(PURGE-MODE)     DELIMITED BY SIZE
                  ' decision='                  DELIMITED BY SIZE
                  FUNCTION TRIM(PURGE-DECISION) DELIMITED BY SIZE
                  ' source='                    DELIMITED BY SIZE
                  FUNCTION TRIM(PURGE-SOURCE)   DELIMITED BY SIZE
                  ' prefix='                    DELIMITED BY SIZE
                  FUNCTION TRIM(PURGE-PREFIX)   DELIMITED BY SIZE
                  ' selected='                  DELIMITED BY SIZE
                  PRG-SELECTED                  DELIMITED BY SIZE
                  ' imaged='                    DELIMITED BY SIZE
                  PRG-IMAGED                    DELIMITED BY SIZE
                  ' skipped='                   DELIMITED BY SIZE
                  PRG-SKIPPED                   DELIMITED BY SIZE
                  ' purged='                    DELIMITED BY SIZE
                  PRG-PURGED                    DELIMITED BY SIZE
                  ' rc='                        DELIMITED BY SIZE
                  AUDIT-RC-DISP                 DELIMITED BY SIZE
             INTO PURGE-AUDIT-RECORD.
           WRITE PURGE-AUDIT-RECORD.
           IF FS-PURGE-AUDIT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-purge: audit write failed, '
                     , 'status=', FS-PURGE-AUDIT
           END-IF.
           CLOSE PURGE-AUDIT.

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
               MOVE ERRNO IN POSIX TO RETURN-CODE
               MOVE 'ABENDED' TO PURGE-DECISION
               PERFORM REDIS-CLOSE-FILES
               PERFORM REDIS-WRITE-PURGE-AUDIT
               STOP RUN
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
               MOVE ERRNO IN POSIX TO RETURN-CODE
               PERFORM REDIS-ABEND-RUN
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
               MOVE ERRNO IN POSIX TO RETURN-CODE
               PERFORM REDIS-ABEND-RUN
           END-IF.

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
               MOVE ERRNO IN POSIX TO RETURN-CODE
               PERFORM REDIS-ABEND-RUN
           END-IF.

      * RC keeps the raw recv result here, as in redis-backup - the
      * drain loop needs to tell a closed connection from a chunk
      * that simply didn't fit the buffer any more.
       FFI-POSIX-RECV-VAL.
           CALL 'ffi_posix_recv' USING
               BY VALUE SOCK IN REDIS
               BY REFERENCE ADDRESS OF VAL-CHUNK
               BY VALUE LENGTH OF VAL-CHUNK
               RETURNING RC
           END-CALL.
           IF RC IS EQUAL TO -1 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: recv failed. errno=', ERRNO IN POSIX
               MOVE ERRNO IN POSIX TO RETURN-CODE
               PERFORM REDIS-ABEND-RUN
           END-IF.
           IF RC IS GREATER THAN ZEROES THEN
               ADD RC TO VAL-RAW
               MOVE RC TO VAL-MOVE-LEN
               IF VAL-TOTAL + VAL-MOVE-LEN IS GREATER THAN
                     LENGTH OF VAL-BUFFER THEN
                   MOVE 'Y' TO VAL-TRUNCATED
                   COMPUTE VAL-MOVE-LEN =
                       LENGTH OF VAL-BUFFER - VAL-TOTAL
               END-IF
               IF VAL-MOVE-LEN IS GREATER THAN ZEROES THEN
                   MOVE VAL-CHUNK(1:VAL-MOVE-LEN)
                     TO VAL-BUFFER(VAL-TOTAL + 1:VAL-MOVE-LEN)
                   ADD VAL-MOVE-LEN TO VAL-TOTAL
               END-IF
           END-IF.

       FFI-POSIX-CLOSE.
      * RETURNING into scratch RC on purpose: a CALL without a
      * RETURNING phrase copies the callee's result into the
      * RETURN-CODE special register, wiping out the run's real RC
      * right before STOP RUN.
           CALL 'close' USING
               BY VALUE SOCK IN REDIS
               RETURNING RC
           END-CALL.

       COPY REDISSEP.

       COPY REDISSNP.
