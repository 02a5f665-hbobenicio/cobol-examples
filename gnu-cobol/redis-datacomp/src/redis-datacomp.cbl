      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-DATACOMP.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The key list is redis-keydump's inventory of the primary -
      * same fixed columns as its EXPORT-RECORD.
           SELECT EXPORT-FILE ASSIGN TO 'REDISKEY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
      * One line per key that does not agree across the two sites -
      * per run, a fresh file each time, like redis-keyrecon's.
           SELECT EXCEPTION-FILE ASSIGN TO 'REDISDCX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION.
           SELECT AUTH-FILE ASSIGN USING SES-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTH-FILE.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
         02  EXP-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  EXP-TYPE        PIC X(10).
         02  FILLER          PIC X(01).
         02  EXP-TTL         PIC -(10)9.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
         02  EXC-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  EXC-CLASS       PIC X(12).
         02  FILLER          PIC X(01).
         02  EXC-DETAIL      PIC X(60).
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD   PIC X(64).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
       COPY POSIXREC.
       COPY REDISSES.
       01  FS-EXPORT     PIC X(02) VALUE SPACES.
       01  FS-EXCEPTION  PIC X(02) VALUE SPACES.
       01  EXPORT-EOF    PIC X(01) VALUE 'N'.
       01  RC            PIC S9(8)  BINARY.
       01  RC-CLOSE      PIC S9(8)  BINARY.
       01  CONFIG-ENV.
         02  ENV-HOST    PIC X(50)  VALUE SPACES.
         02  ENV-PORT    PIC X(05)  VALUE SPACES.
         02  ENV-CMP-HOST PIC X(50) VALUE SPACES.
         02  ENV-CMP-PORT PIC X(05) VALUE SPACES.
         02  ENV-SAMPLE  PIC X(06)  VALUE SPACES.
         02  ENV-DRIFT   PIC X(08)  VALUE SPACES.
      * The primary is REDIS_HOST/REDIS_PORT as everywhere else; the
      * site it is compared against comes from REDIS_COMP_HOST /
      * REDIS_COMP_PORT. Both connections stay open for the whole
      * run and take turns in the shared REDIS record - DCP-SOCK
      * holds each side's descriptor while the other one is in use.
       01  DATACOMP.
         02  DCP-TABLE OCCURS 2 TIMES.
           03  DCP-HOST    PIC X(50) VALUE SPACES.
           03  DCP-PORT    PIC 9(04) VALUE ZEROES.
           03  DCP-SOCK    PIC S9(8) BINARY VALUE -1.
           03  DCP-NAME    PIC X(10) VALUE SPACES.
         02  DCP-IDX       PIC 9(01) VALUE ZEROES.
         02  DCP-CONN-OK   PIC X(01) VALUE 'N'.
      * A send or recv failure on either side ends the comparison:
      * carrying on would report every remaining key as missing on
      * the side that went away.
         02  DCP-LINK-OK   PIC X(01) VALUE 'Y'.
      * REDIS_DATACOMP_SAMPLE=N compares every Nth key of the
      * inventory (1, the default, is all of them) - a full
      * comparison of a large keyspace across the WAN link takes
      * longer than the batch window allows.
       01  SAMPLING.
         02  SAMPLE-EVERY  PIC 9(06) VALUE 1.
         02  SAMPLE-COUNT  PIC 9(06) VALUE ZEROES.
      * Both sites are read a few milliseconds apart, so a healthy
      * key's remaining TTLs should agree to within a second or
      * two; REDIS_DATACOMP_TTL_DRIFT (seconds) is how far apart
      * they may be before it is called drift.
       01  DRIFT-LIMITS.
         02  DRIFT-MAX     PIC 9(08) VALUE 60.
         02  DRIFT-WORK    PIC S9(11) VALUE ZEROES.
      * One key as each side sees it. A TYPE of 'none' is a key
      * that side does not have.
       01  SIDE-VIEW.
         02  SIDE-TABLE OCCURS 2 TIMES.
           03  SIDE-TYPE    PIC X(10)  VALUE SPACES.
           03  SIDE-TTL     PIC S9(11) VALUE ZEROES.
           03  SIDE-VLEN    PIC S9(8)  BINARY VALUE ZEROES.
           03  SIDE-VALUE   PIC X(128) VALUE SPACES.
       01  CMD-WORK.
         02  CMD-TEXT        PIC X(90)  VALUE SPACES.
      * Scratch for the per-key TYPE (+status) and TTL (:integer)
      * replies, which are small enough for the shared RESP buffer.
       01  KEY-REPLY.
         02  KEY-TYPE-TXT    PIC X(10)  VALUE SPACES.
         02  KEY-TTL-RAW     PIC X(20)  VALUE SPACES.
         02  KEY-TTL-TXT     PIC X(19)  VALUE SPACES.
      * GET's bulk reply collected header-driven into its own
      * buffer, same as redis-backup's value fetch.
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
         02  VAL-COPY-LEN    PIC S9(8)  BINARY VALUE ZEROES.
       01  DATACOMP-TOTALS.
         02  DCT-READ        PIC 9(08) VALUE ZEROES.
         02  DCT-COMPARED    PIC 9(08) VALUE ZEROES.
         02  DCT-MATCHED     PIC 9(08) VALUE ZEROES.
         02  DCT-GONE        PIC 9(08) VALUE ZEROES.
         02  DCT-MISSING-PRI PIC 9(08) VALUE ZEROES.
         02  DCT-MISSING-CMP PIC 9(08) VALUE ZEROES.
         02  DCT-MISMATCH    PIC 9(08) VALUE ZEROES.
         02  DCT-TTL-DRIFT   PIC 9(08) VALUE ZEROES.
         02  DCT-NONSTRING   PIC 9(08) VALUE ZEROES.
         02  DCT-EXCEPTIONS  PIC 9(08) VALUE ZEROES.
       01  DETAIL-WORK.
         02  KEY-HAS-EXC     PIC X(01)  VALUE 'N'.
         02  TTL-DISP        PIC -(10)9 VALUE ZEROES.
         02  TTL-DISP-2      PIC -(10)9 VALUE ZEROES.
         02  LEN-DISP        PIC Z(7)9  VALUE ZEROES.
         02  LEN-DISP-2      PIC Z(7)9  VALUE ZEROES.
         02  PORT-DISP       PIC 9(05)  VALUE ZEROES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM FFI-POSIX-INIT.
           PERFORM REDIS-OPEN-FILES.
           PERFORM REDIS-OPEN-SIDE
               VARYING DCP-IDX FROM 1 BY 1
               UNTIL DCP-IDX IS GREATER THAN 2.
           PERFORM REDIS-COMPARE-ONE-KEY
               UNTIL EXPORT-EOF IS EQUAL TO 'Y'
                  OR DCP-LINK-OK IS NOT EQUAL TO 'Y'.
           PERFORM REDIS-CLOSE-SIDE
               VARYING DCP-IDX FROM 1 BY 1
               UNTIL DCP-IDX IS GREATER THAN 2.
           CLOSE EXPORT-FILE.
           CLOSE EXCEPTION-FILE.
           PERFORM REDIS-PRINT-TOTALS.
      * RC 1 when the sites disagree on anything, RC 2 when the
      * comparison could not be finished - a half-run comparison
      * must not read as a clean one.
           EVALUATE TRUE
               WHEN DCP-LINK-OK IS NOT EQUAL TO 'Y'
                   DISPLAY 'error: redis-datacomp: connection lost '
                         , 'after ', DCT-READ, ' keys, comparison '
                         , 'incomplete'
                   MOVE 2 TO RETURN-CODE
               WHEN DCT-EXCEPTIONS IS GREATER THAN ZEROES
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
           MOVE HOST IN REDIS TO DCP-HOST(1).
           MOVE PORT IN REDIS TO DCP-PORT(1).
           MOVE 'primary' TO DCP-NAME(1).

      * No comparison site is a failed run, not a trivially
      * clean one - same stance as redis-replcheck with no
      * replicas to verify.
           ACCEPT ENV-CMP-HOST FROM ENVIRONMENT 'REDIS_COMP_HOST'.
           IF ENV-CMP-HOST IS EQUAL TO SPACES THEN
               DISPLAY 'error: redis-datacomp: REDIS_COMP_HOST not '
                     , 'set, nothing to compare against'
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ENV-CMP-HOST TO DCP-HOST(2).
           MOVE 6379 TO DCP-PORT(2).
           ACCEPT ENV-CMP-PORT FROM ENVIRONMENT 'REDIS_COMP_PORT'.
           IF FUNCTION TRIM(ENV-CMP-PORT) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-CMP-PORT) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ENV-CMP-PORT) TO DCP-PORT(2)
           END-IF.
           MOVE 'comparison' TO DCP-NAME(2).

           ACCEPT ENV-SAMPLE FROM ENVIRONMENT 'REDIS_DATACOMP_SAMPLE'.
           IF FUNCTION TRIM(ENV-SAMPLE) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-SAMPLE) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-SAMPLE) TO SAMPLE-EVERY
           END-IF.
           IF SAMPLE-EVERY IS EQUAL TO ZEROES THEN
               MOVE 1 TO SAMPLE-EVERY
           END-IF.

           ACCEPT ENV-DRIFT FROM ENVIRONMENT 'REDIS_DATACOMP_TTL_DRIFT'.
           IF FUNCTION TRIM(ENV-DRIFT) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-DRIFT) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-DRIFT) TO DRIFT-MAX
           END-IF.

           PERFORM REDIS-SESSION-CONFIG.

           DISPLAY '[INFO] redis-datacomp: config primary='
                 , FUNCTION TRIM(DCP-HOST(1))
                 , ':', DCP-PORT(1)
                 , ' comparison=', FUNCTION TRIM(DCP-HOST(2))
                 , ':', DCP-PORT(2)
                 , ' sample_every=', SAMPLE-EVERY
                 , ' ttl_drift_max=', DRIFT-MAX
                 .

       FFI-POSIX-INIT.
           CALL 'ffi_posix_af_inet'     RETURNING AF-INET     IN POSIX.
           CALL 'ffi_posix_sock_stream' RETURNING SOCK-STREAM IN POSIX.

       REDIS-OPEN-FILES.
           OPEN INPUT EXPORT-FILE.
           IF FS-EXPORT IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-datacomp: cannot open '
                     , 'REDISKEY.DAT, status=', FS-EXPORT
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF FS-EXCEPTION IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-datacomp: cannot open '
                     , 'REDISDCX.DAT, status=', FS-EXCEPTION
               MOVE 2 TO RETURN-CODE
               CLOSE EXPORT-FILE
               STOP RUN
           END-IF.

      * Connect and run the session handshake for one side. Either
      * side failing stops the run before any key is read: with
      * only one site reachable there is nothing to compare. A
      * session rejection keeps its own RC (5 for AUTH, 6 for
      * SELECT), same as redis-keycount.
       REDIS-OPEN-SIDE.
           MOVE DCP-HOST(DCP-IDX) TO HOST IN REDIS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DCP-HOST(DCP-IDX)))
             TO HOST-LEN IN REDIS.
           MOVE DCP-PORT(DCP-IDX) TO PORT IN REDIS.
           PERFORM REDIS-CONNECT.
           IF DCP-CONN-OK IS NOT EQUAL TO 'Y' THEN
               DISPLAY 'error: redis-datacomp: '
                     , FUNCTION TRIM(DCP-NAME(DCP-IDX)), ' host '
                     , FUNCTION TRIM(DCP-HOST(DCP-IDX))
                     , ' is unreachable'
               MOVE 2 TO RETURN-CODE
               PERFORM REDIS-ABANDON-RUN
           END-IF.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               DISPLAY 'error: redis-datacomp: session setup failed '
                     , 'on ', FUNCTION TRIM(DCP-NAME(DCP-IDX)), ' host '
                     , FUNCTION TRIM(DCP-HOST(DCP-IDX))
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-RC TO RETURN-CODE
               ELSE
                   MOVE 2 TO RETURN-CODE
               END-IF
               PERFORM FFI-POSIX-CLOSE
               PERFORM REDIS-ABANDON-RUN
           END-IF.
           MOVE SOCK IN REDIS TO DCP-SOCK(DCP-IDX).

      * Closes whatever is open and stops, keeping the RC already
      * set by the caller.
       REDIS-ABANDON-RUN.
           PERFORM REDIS-CLOSE-SIDE
               VARYING DCP-IDX FROM 1 BY 1
               UNTIL DCP-IDX IS GREATER THAN 2.
           CLOSE EXPORT-FILE.
           CLOSE EXCEPTION-FILE.
           STOP RUN.

       REDIS-CLOSE-SIDE.
           MOVE DCP-SOCK(DCP-IDX) TO SOCK IN REDIS.
           PERFORM FFI-POSIX-CLOSE.
           MOVE -1 TO DCP-SOCK(DCP-IDX).

       REDIS-CONNECT.
           MOVE 'N' TO DCP-CONN-OK.
           PERFORM FFI-POSIX-SOCKET.
           IF SOCK IN REDIS IS EQUAL TO -1 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-CONNECT.
           IF RC IS EQUAL TO -1 THEN
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO DCP-CONN-OK.
           DISPLAY '[INFO] redis-datacomp: connected to '
                 , FUNCTION TRIM(HOST IN REDIS)
                 , ' fd=', SOCK IN REDIS
                 .

      * Sampling counts every inventory line, so REDIS_DATACOMP_
      * SAMPLE=10 picks the 10th, 20th, 30th ... key of the file.
       REDIS-COMPARE-ONE-KEY.
           READ EXPORT-FILE
               AT END
                   MOVE 'Y' TO EXPORT-EOF
               NOT AT END
                   PERFORM REDIS-SAMPLE-KEY
           END-READ.

       REDIS-SAMPLE-KEY.
           IF FUNCTION TRIM(EXP-KEY) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DCT-READ.
           ADD 1 TO SAMPLE-COUNT.
           IF SAMPLE-COUNT IS LESS THAN SAMPLE-EVERY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO SAMPLE-COUNT.
           PERFORM REDIS-FETCH-SIDE
               VARYING DCP-IDX FROM 1 BY 1
               UNTIL DCP-IDX IS GREATER THAN 2
                  OR DCP-LINK-OK IS NOT EQUAL TO 'Y'.
           IF DCP-LINK-OK IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DCT-COMPARED.
           PERFORM REDIS-JUDGE-KEY.

      * One side's view of the key: TYPE first, then TTL, then -
      * for a string - the value. The side's descriptor is swapped
      * into the shared REDIS record for the duration and saved
      * back afterwards, since a failed send/recv closes it.
       REDIS-FETCH-SIDE.
           MOVE DCP-SOCK(DCP-IDX) TO SOCK IN REDIS.
           MOVE SPACES TO SIDE-TYPE(DCP-IDX) SIDE-VALUE(DCP-IDX).
           MOVE ZEROES TO SIDE-TTL(DCP-IDX).
           MOVE -1 TO SIDE-VLEN(DCP-IDX).
           PERFORM REDIS-FETCH-SIDE-REPLIES.
           MOVE SOCK IN REDIS TO DCP-SOCK(DCP-IDX).
           IF DCP-LINK-OK IS NOT EQUAL TO 'Y' THEN
               DISPLAY 'error: redis-datacomp: lost the '
                     , FUNCTION TRIM(DCP-NAME(DCP-IDX))
                     , ' connection at key '
                     , FUNCTION TRIM(EXP-KEY)
           END-IF.

       REDIS-FETCH-SIDE-REPLIES.
           MOVE SPACES TO CMD-TEXT.
           STRING 'TYPE '                DELIMITED BY SIZE
                  FUNCTION TRIM(EXP-KEY) DELIMITED BY SIZE
             INTO CMD-TEXT.
           PERFORM REDIS-BUILD-COMMAND.
           PERFORM REDIS-SEND-SMALL-COMMAND.
           IF DCP-LINK-OK IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO KEY-TYPE-TXT.
           IF RESP IN REDIS (1:1) IS EQUAL TO '+' THEN
               UNSTRING RESP IN REDIS (2:11) DELIMITED BY x'0D'
                   INTO KEY-TYPE-TXT
               END-UNSTRING
           END-IF.
           MOVE KEY-TYPE-TXT TO SIDE-TYPE(DCP-IDX).
           IF FUNCTION TRIM(KEY-TYPE-TXT) IS EQUAL TO 'none' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CMD-TEXT.
           STRING 'TTL '                 DELIMITED BY SIZE
                  FUNCTION TRIM(EXP-KEY) DELIMITED BY SIZE
             INTO CMD-TEXT.
           PERFORM REDIS-BUILD-COMMAND.
           PERFORM REDIS-SEND-SMALL-COMMAND.
           IF DCP-LINK-OK IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF RESP IN REDIS (1:1) IS EQUAL TO ':' THEN
               MOVE SPACES TO KEY-TTL-RAW KEY-TTL-TXT
               UNSTRING RESP IN REDIS DELIMITED BY x'0D'
                   INTO KEY-TTL-RAW
               END-UNSTRING
               MOVE KEY-TTL-RAW(2:19) TO KEY-TTL-TXT
               MOVE FUNCTION NUMVAL(KEY-TTL-TXT) TO SIDE-TTL(DCP-IDX)
           END-IF.
      * TTL answering -2 is a key that expired between TYPE and
      * TTL - for this side, it is simply not there.
           IF SIDE-TTL(DCP-IDX) IS EQUAL TO -2 THEN
               MOVE 'none' TO SIDE-TYPE(DCP-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(KEY-TYPE-TXT) IS NOT EQUAL TO 'string'
               THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CMD-TEXT.
           STRING 'GET '                 DELIMITED BY SIZE
                  FUNCTION TRIM(EXP-KEY) DELIMITED BY SIZE
             INTO CMD-TEXT.
           PERFORM REDIS-BUILD-COMMAND.
           PERFORM REDIS-FETCH-VALUE.
           IF DCP-LINK-OK IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF VAL-BULK-LEN IS LESS THAN ZEROES THEN
               MOVE 'none' TO SIDE-TYPE(DCP-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE VAL-BULK-LEN TO SIDE-VLEN(DCP-IDX).
           IF VAL-COPY-LEN IS GREATER THAN ZEROES THEN
               MOVE VAL-BUFFER(VAL-HDR-LEN + 1:VAL-COPY-LEN)
                 TO SIDE-VALUE(DCP-IDX)
           END-IF.

      * Both sides in hand: presence first, then type and value,
      * then expiry. A key neither side has any more expired after
      * the inventory was taken - counted, not an exception.
      * Values are compared on their full length and on the first
      * 128 bytes (the width redis-backup keeps); two long values
      * differing only past byte 128 will pass.
       REDIS-JUDGE-KEY.
           MOVE 'N' TO KEY-HAS-EXC.
           IF FUNCTION TRIM(SIDE-TYPE(1)) IS EQUAL TO 'none'
              AND FUNCTION TRIM(SIDE-TYPE(2)) IS EQUAL TO 'none' THEN
               ADD 1 TO DCT-GONE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(SIDE-TYPE(1)) IS EQUAL TO 'none' THEN
               ADD 1 TO DCT-MISSING-PRI
               MOVE 1 TO DCP-IDX
               PERFORM REDIS-WRITE-MISSING
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(SIDE-TYPE(2)) IS EQUAL TO 'none' THEN
               ADD 1 TO DCT-MISSING-CMP
               MOVE 2 TO DCP-IDX
               PERFORM REDIS-WRITE-MISSING
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN SIDE-TYPE(1) IS NOT EQUAL TO SIDE-TYPE(2)
                   ADD 1 TO DCT-MISMATCH
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE 'MISMATCH' TO EXC-CLASS
                   STRING 'type primary='         DELIMITED BY SIZE
                          FUNCTION TRIM(SIDE-TYPE(1))
                                                  DELIMITED BY SIZE
                          ' comparison='          DELIMITED BY SIZE
                          FUNCTION TRIM(SIDE-TYPE(2))
                                                  DELIMITED BY SIZE
                     INTO EXC-DETAIL
                   PERFORM REDIS-WRITE-EXCEPTION
               WHEN FUNCTION TRIM(SIDE-TYPE(1)) IS NOT EQUAL TO
                       'string'
                   ADD 1 TO DCT-NONSTRING
               WHEN SIDE-VLEN(1) IS NOT EQUAL TO SIDE-VLEN(2)
                   ADD 1 TO DCT-MISMATCH
                   MOVE SIDE-VLEN(1) TO LEN-DISP
                   MOVE SIDE-VLEN(2) TO LEN-DISP-2
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE 'MISMATCH' TO EXC-CLASS
                   STRING 'length primary='       DELIMITED BY SIZE
                          FUNCTION TRIM(LEN-DISP) DELIMITED BY SIZE
                          ' comparison='          DELIMITED BY SIZE
                          FUNCTION TRIM(LEN-DISP-2)
                                                  DELIMITED BY SIZE
                     INTO EXC-DETAIL
                   PERFORM REDIS-WRITE-EXCEPTION
               WHEN SIDE-VALUE(1) IS NOT EQUAL TO SIDE-VALUE(2)
                   ADD 1 TO DCT-MISMATCH
                   MOVE SIDE-VLEN(1) TO LEN-DISP
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE 'MISMATCH' TO EXC-CLASS
                   STRING 'value differs, length='
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM(LEN-DISP) DELIMITED BY SIZE
                     INTO EXC-DETAIL
                   PERFORM REDIS-WRITE-EXCEPTION
           END-EVALUATE.

      * Expiry: one side persistent and the other not is always
      * drift; two expiring copies drift when their remaining
      * lives are further apart than DRIFT-MAX.
           MOVE ZEROES TO DRIFT-WORK.
           IF SIDE-TTL(1) IS GREATER THAN ZEROES
              AND SIDE-TTL(2) IS GREATER THAN ZEROES THEN
               COMPUTE DRIFT-WORK = SIDE-TTL(1) - SIDE-TTL(2)
               IF DRIFT-WORK IS LESS THAN ZEROES THEN
                   COMPUTE DRIFT-WORK = 0 - DRIFT-WORK
               END-IF
           END-IF.
           IF (SIDE-TTL(1) IS EQUAL TO -1
               AND SIDE-TTL(2) IS NOT EQUAL TO -1)
              OR (SIDE-TTL(1) IS NOT EQUAL TO -1
               AND SIDE-TTL(2) IS EQUAL TO -1)
              OR DRIFT-WORK IS GREATER THAN DRIFT-MAX THEN
               ADD 1 TO DCT-TTL-DRIFT
               MOVE SIDE-TTL(1) TO TTL-DISP
               MOVE SIDE-TTL(2) TO TTL-DISP-2
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE 'TTL-DRIFT' TO EXC-CLASS
               STRING 'ttl primary='           DELIMITED BY SIZE
                      FUNCTION TRIM(TTL-DISP)  DELIMITED BY SIZE
                      ' comparison='           DELIMITED BY SIZE
                      FUNCTION TRIM(TTL-DISP-2) DELIMITED BY SIZE
                 INTO EXC-DETAIL
               PERFORM REDIS-WRITE-EXCEPTION
           END-IF.
           IF KEY-HAS-EXC IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO DCT-MATCHED
           END-IF.

      * DCP-IDX names the side the key is missing from.
       REDIS-WRITE-MISSING.
           MOVE DCP-PORT(DCP-IDX) TO PORT-DISP.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE 'MISSING' TO EXC-CLASS.
           STRING 'not on '                       DELIMITED BY SIZE
                  FUNCTION TRIM(DCP-NAME(DCP-IDX)) DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  FUNCTION TRIM(DCP-HOST(DCP-IDX)) DELIMITED BY SIZE
                  ':'                             DELIMITED BY SIZE
                  PORT-DISP                       DELIMITED BY SIZE
             INTO EXC-DETAIL.
           PERFORM REDIS-WRITE-EXCEPTION.

      * The caller blanks the record (its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71) and fills in the class
      * and detail.
       REDIS-WRITE-EXCEPTION.
           MOVE 'Y' TO KEY-HAS-EXC.
           ADD 1 TO DCT-EXCEPTIONS.
           MOVE EXP-KEY TO EXC-KEY.
           WRITE EXCEPTION-RECORD.
           IF FS-EXCEPTION IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-datacomp: exception write '
                     , 'failed, status=', FS-EXCEPTION
           END-IF.

       REDIS-PRINT-TOTALS.
           DISPLAY '[INFO] redis-datacomp: totals'
                 , ' read=', DCT-READ
                 , ' compared=', DCT-COMPARED
                 , ' matched=', DCT-MATCHED
                 , ' gone=', DCT-GONE
                 .
           DISPLAY '[INFO] redis-datacomp: exceptions'
                 , ' missing_primary=', DCT-MISSING-PRI
                 , ' missing_comparison=', DCT-MISSING-CMP
                 , ' mismatch=', DCT-MISMATCH
                 , ' ttl_drift=', DCT-TTL-DRIFT
                 , ' value_not_compared=', DCT-NONSTRING
                 .

      * CMD-TEXT carries the full command text; COMMAND in REDISREC
      * gets the wire form with the CR LF terminator, same as the
      * sibling programs build theirs.
       REDIS-BUILD-COMMAND.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CMD-TEXT))
             TO COMMAND-LEN IN REDIS.
           MOVE SPACES TO COMMAND IN REDIS.
           STRING FUNCTION TRIM(CMD-TEXT) DELIMITED BY SIZE
                  x'0D'                   DELIMITED BY SIZE
                  x'0A'                   DELIMITED BY SIZE
             INTO COMMAND IN REDIS.
           ADD 2 TO COMMAND-LEN IN REDIS.

      * TYPE and TTL replies are one short line, so the shared RESP
      * buffer from REDISREC is enough here - no chunk loop needed.
       REDIS-SEND-SMALL-COMMAND.
           MOVE SPACES TO RESP IN REDIS.
           PERFORM FFI-POSIX-SEND.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'N' TO DCP-LINK-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM FFI-POSIX-RECV.
           IF RC IS LESS THAN OR EQUAL TO ZEROES THEN
               MOVE 'N' TO DCP-LINK-OK
           END-IF.

      * Same header-driven collection and drain as redis-backup's
      * REDIS-FETCH-VALUE. VAL-BULK-LEN keeps the value's real
      * length for the comparison; VAL-COPY-LEN is the part that
      * fits the 128-byte column.
       REDIS-FETCH-VALUE.
           MOVE ZEROES TO VAL-TOTAL VAL-RAW VAL-EXPECTED
                          VAL-BULK-LEN VAL-COPY-LEN.
           MOVE 'N' TO VAL-HDR-OK VAL-TRUNCATED.
           MOVE SPACES TO VAL-BUFFER.
           PERFORM FFI-POSIX-SEND.
           IF RC IS EQUAL TO -1 THEN
               MOVE 'N' TO DCP-LINK-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-FETCH-VALUE-STEP.
           PERFORM REDIS-FETCH-VALUE-STEP
               UNTIL (VAL-HDR-OK IS EQUAL TO 'Y'
                      AND VAL-TOTAL IS GREATER THAN OR EQUAL TO
                          VAL-EXPECTED)
                  OR (VAL-TOTAL IS GREATER THAN ZEROES
                      AND VAL-BUFFER(1:1) IS NOT EQUAL TO '$')
                  OR VAL-TRUNCATED IS EQUAL TO 'Y'
                  OR RC IS LESS THAN OR EQUAL TO ZEROES.
           IF VAL-TRUNCATED IS EQUAL TO 'Y'
              AND VAL-HDR-OK IS EQUAL TO 'Y' THEN
               PERFORM FFI-POSIX-RECV-VAL
                   UNTIL VAL-RAW IS GREATER THAN OR EQUAL TO
                         VAL-EXPECTED
                      OR RC IS LESS THAN OR EQUAL TO ZEROES
           END-IF.
           IF RC IS LESS THAN OR EQUAL TO ZEROES
              AND (VAL-HDR-OK IS NOT EQUAL TO 'Y'
                   OR VAL-RAW IS LESS THAN VAL-EXPECTED) THEN
               MOVE 'N' TO DCP-LINK-OK
               EXIT PARAGRAPH
           END-IF.
           IF VAL-BUFFER(1:1) IS NOT EQUAL TO '$' THEN
               MOVE -1 TO VAL-BULK-LEN
               EXIT PARAGRAPH
           END-IF.
           IF VAL-BULK-LEN IS LESS THAN ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE VAL-BULK-LEN TO VAL-COPY-LEN.
           IF VAL-COPY-LEN IS GREATER THAN 128 THEN
               MOVE 128 TO VAL-COPY-LEN
           END-IF.

       REDIS-FETCH-VALUE-STEP.
           PERFORM FFI-POSIX-RECV-VAL.
           IF VAL-HDR-OK IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-PARSE-VALUE-HEADER
           END-IF.

      * The length is only believed once the header's own CR is in
      * the buffer, same guard as redis-info-snapshot's bulk header
      * parse.
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

      * Socket/connect/send/recv report and return instead of
      * STOP RUN - the caller decides what a failure means, and
      * the other site's connection still has to be closed.
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

      * RC keeps the raw recv result, same as redis-backup's value
      * recv, so the drain loop can tell a closed connection from a
      * chunk that no longer fits the buffer.
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
               PERFORM FFI-POSIX-CLOSE
               EXIT PARAGRAPH
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
           IF SOCK IN REDIS IS NOT EQUAL TO -1 THEN
               CALL 'close' USING
                   BY VALUE SOCK IN REDIS
                   RETURNING RC-CLOSE
               END-CALL
               MOVE -1 TO SOCK IN REDIS
           END-IF.

       COPY REDISSEP.
