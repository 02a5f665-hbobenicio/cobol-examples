      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-EXPIRY.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The inventory redis-keydump wrote - same fixed columns as
      * its EXPORT-RECORD.
           SELECT EXPORT-FILE ASSIGN TO 'REDISKEY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
      * Optional per-prefix thresholds, one 'prefix count' pair per
      * line, '*' in column one for a comment - same shape as
      * REDISPOL.CTL. A prefix not listed uses
      * REDIS_EXPIRY_THRESHOLD; '(none)' names the keys without a
      * separator, as in redis-keysize's report.
           SELECT THRESHOLD-FILE ASSIGN TO 'REDISEXP.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THRESHOLD.
           SELECT STORM-FILE ASSIGN TO 'REDISEXS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STORM.
           SELECT BUCKET-FILE ASSIGN TO 'REDISEXB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUCKET.
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
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD  PIC X(80).
      * One line per flagged slot: when it starts, the prefix, how
      * many of its keys fall due in it and the threshold crossed.
      * Rewritten every run - it is a forecast, not a history.
       FD  STORM-FILE.
       01  STORM-RECORD.
         02  STM-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  STM-TIME        PIC X(04).
         02  FILLER          PIC X(01).
         02  STM-OFFSET      PIC 9(04).
         02  FILLER          PIC X(01).
         02  STM-PREFIX      PIC X(32).
         02  FILLER          PIC X(01).
         02  STM-KEYS        PIC 9(08).
         02  FILLER          PIC X(01).
         02  STM-THRESHOLD   PIC 9(08).
      * The whole forecast: one line per prefix and slot with any
      * key falling due in it, in prefix then slot order, the storm
      * file's columns plus STORM on the slots that are also there.
      * Rewritten every run, like the storm file.
       FD  BUCKET-FILE.
       01  BUCKET-RECORD.
         02  BKT-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  BKT-TIME        PIC X(04).
         02  FILLER          PIC X(01).
         02  BKT-OFFSET      PIC 9(04).
         02  FILLER          PIC X(01).
         02  BKT-PREFIX      PIC X(32).
         02  FILLER          PIC X(01).
         02  BKT-KEYS        PIC 9(08).
         02  FILLER          PIC X(01).
         02  BKT-THRESHOLD   PIC 9(08).
         02  FILLER          PIC X(01).
         02  BKT-FLAG        PIC X(05).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-EXPORT     PIC X(02) VALUE SPACES.
       01  FS-THRESHOLD  PIC X(02) VALUE SPACES.
       01  FS-STORM      PIC X(02) VALUE SPACES.
       01  FS-BUCKET     PIC X(02) VALUE SPACES.
       01  EXPORT-EOF    PIC X(01) VALUE 'N'.
       01  THRESHOLD-EOF PIC X(01) VALUE 'N'.
       01  CONFIG-ENV.
         02  ENV-SEP       PIC X(01)  VALUE SPACES.
         02  ENV-SLOT      PIC X(05)  VALUE SPACES.
         02  ENV-HORIZON   PIC X(05)  VALUE SPACES.
         02  ENV-LIMIT     PIC X(09)  VALUE SPACES.
         02  ENV-BASE      PIC X(14)  VALUE SPACES.
      * Same prefix rule as redis-keysize: everything before the
      * first REDIS_KEY_SEP character, '(none)' when there is none.
       01  KEY-SEP       PIC X(01)  VALUE ':'.
      * REDIS_EXPIRY_SLOT is the bucket width in minutes (5 for the
      * fine view, 60 for hourly), REDIS_EXPIRY_HORIZON how many
      * hours ahead to look (24, at most 48), and
      * REDIS_EXPIRY_THRESHOLD the keys-per-slot count that makes a
      * prefix's slot a storm.
       01  FORECAST-LIMITS.
         02  SLOT-MINUTES    PIC 9(04) VALUE 5.
         02  SLOT-SECS       PIC 9(06) VALUE ZEROES.
         02  HORIZON-HOURS   PIC 9(02) VALUE 24.
         02  HORIZON-SECS    PIC 9(06) VALUE ZEROES.
         02  SLOT-COUNT      PIC 9(04) VALUE ZEROES.
         02  DEFAULT-LIMIT   PIC 9(08) VALUE 1000.
      * TTLs in REDISKEY.DAT are seconds left when the export ran;
      * the file carries no timestamp of its own, so the moment
      * they count from is REDIS_EXPIRY_BASE (YYYYMMDDHHMMSS),
      * defaulting to now - the nightly chain runs this straight
      * after redis-keydump.
       01  BASE-STAMP.
         02  BASE-DATE       PIC 9(08) VALUE ZEROES.
         02  BASE-HH         PIC 9(02) VALUE ZEROES.
         02  BASE-MM         PIC 9(02) VALUE ZEROES.
         02  BASE-SS         PIC 9(02) VALUE ZEROES.
       01  BASE-WORK.
         02  BASE-DAYNUM     PIC 9(08) VALUE ZEROES.
         02  BASE-SECS       PIC 9(06) VALUE ZEROES.
         02  SLOT-AT-SECS    PIC 9(08) VALUE ZEROES.
         02  SLOT-AT-DAYS    PIC 9(04) VALUE ZEROES.
         02  SLOT-AT-REM     PIC 9(06) VALUE ZEROES.
         02  SLOT-AT-DATE    PIC 9(08) VALUE ZEROES.
         02  SLOT-AT-HH      PIC 9(02) VALUE ZEROES.
         02  SLOT-AT-MM      PIC 9(02) VALUE ZEROES.
         02  SLOT-AT-TIME    PIC X(04) VALUE SPACES.
      * One row per prefix with a count per slot - 48 hours of
      * 5-minute slots is 576. PFX-BEYOND counts keys with a TTL
      * past the horizon, so the totals still add up.
       01  PREFIX-GROUPS.
         02  PFX-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  PFX-FULL    PIC X(01) VALUE 'N'.
         02  PFX-TABLE OCCURS 200 TIMES.
           03  PFX-TEXT      PIC X(32) VALUE SPACES.
           03  PFX-LIMIT     PIC 9(08) VALUE ZEROES.
           03  PFX-DUE       PIC 9(08) VALUE ZEROES.
           03  PFX-BEYOND    PIC 9(08) VALUE ZEROES.
           03  PFX-PEAK-SLOT PIC 9(04) VALUE ZEROES.
           03  PFX-PEAK-KEYS PIC 9(08) VALUE ZEROES.
           03  PFX-STORMS    PIC 9(04) VALUE ZEROES.
           03  PFX-SLOT OCCURS 576 TIMES
                             PIC 9(08) BINARY VALUE ZEROES.
      * Thresholds read from REDISEXP.CTL, applied to each prefix
      * as it is first seen.
       01  THRESHOLDS.
         02  THR-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  THR-FULL    PIC X(01) VALUE 'N'.
         02  THR-TABLE OCCURS 100 TIMES.
           03  THR-PREFIX    PIC X(32) VALUE SPACES.
           03  THR-LIMIT     PIC 9(08) VALUE ZEROES.
       01  THR-PARSE.
         02  THR-PREFIX-TXT  PIC X(32) VALUE SPACES.
         02  THR-LIMIT-TXT   PIC X(12) VALUE SPACES.
       01  LOOKUP.
         02  PFX-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  THR-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  SLOT-IDX    PIC 9(04) BINARY VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
       01  EXPIRY-WORK.
         02  KEY-PREFIX    PIC X(32) VALUE SPACES.
         02  KEY-REST      PIC X(64) VALUE SPACES.
         02  KEY-TTL-NUM   PIC S9(11) VALUE ZEROES.
       01  EXPIRY-TOTALS.
         02  KEYS-READ     PIC 9(08) VALUE ZEROES.
         02  KEYS-PERSIST  PIC 9(08) VALUE ZEROES.
         02  KEYS-DUE      PIC 9(08) VALUE ZEROES.
         02  KEYS-BEYOND   PIC 9(08) VALUE ZEROES.
         02  STORM-SLOTS   PIC 9(06) VALUE ZEROES.
         02  BUCKET-LINES  PIC 9(06) VALUE ZEROES.
       01  REPORT-DISP.
         02  RPT-PREFIX    PIC X(24) VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-LOAD-THRESHOLDS.
           PERFORM REDIS-OPEN-FILES.
           PERFORM REDIS-BUCKET-ONE-KEY
               UNTIL EXPORT-EOF IS EQUAL TO 'Y'.
           CLOSE EXPORT-FILE.
           PERFORM REDIS-SCAN-PREFIX
               VARYING PFX-IDX FROM 1 BY 1
               UNTIL PFX-IDX IS GREATER THAN PFX-COUNT.
           CLOSE STORM-FILE.
           CLOSE BUCKET-FILE.
           PERFORM REDIS-PRINT-REPORT.
      * A forecast storm pages the owning team ahead of time (RC 1);
      * a quiet horizon is a clean run.
           IF STORM-SLOTS IS GREATER THAN ZEROES THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       REDIS-LOAD-CONFIG.
           ACCEPT ENV-SEP FROM ENVIRONMENT 'REDIS_KEY_SEP'.
           IF ENV-SEP IS NOT EQUAL TO SPACES THEN
               MOVE ENV-SEP TO KEY-SEP
           END-IF.

           ACCEPT ENV-SLOT FROM ENVIRONMENT 'REDIS_EXPIRY_SLOT'.
           IF FUNCTION TRIM(ENV-SLOT) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-SLOT) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-SLOT) TO SLOT-MINUTES
           END-IF.
           IF SLOT-MINUTES IS EQUAL TO ZEROES THEN
               MOVE 5 TO SLOT-MINUTES
           END-IF.

           ACCEPT ENV-HORIZON FROM ENVIRONMENT 'REDIS_EXPIRY_HORIZON'.
           IF FUNCTION TRIM(ENV-HORIZON) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-HORIZON) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-HORIZON) TO HORIZON-HOURS
           END-IF.
           IF HORIZON-HOURS IS EQUAL TO ZEROES THEN
               MOVE 24 TO HORIZON-HOURS
           END-IF.
           IF HORIZON-HOURS IS GREATER THAN 48 THEN
               DISPLAY '[WARN] redis-expiry: horizon capped at 48 '
                     , 'hours'
               MOVE 48 TO HORIZON-HOURS
           END-IF.

      * The slot table holds 576 entries; a slot width that would
      * need more (under 5 minutes over 48 hours) is widened.
           COMPUTE SLOT-SECS = SLOT-MINUTES * 60.
           COMPUTE HORIZON-SECS = HORIZON-HOURS * 3600.
           COMPUTE SLOT-COUNT = (HORIZON-SECS + SLOT-SECS - 1)
                              / SLOT-SECS.
           IF SLOT-COUNT IS GREATER THAN 576 THEN
               DISPLAY '[WARN] redis-expiry: more than 576 slots '
                     , 'over the horizon, slot widened to 5 minutes'
               MOVE 5 TO SLOT-MINUTES
               COMPUTE SLOT-SECS = SLOT-MINUTES * 60
               COMPUTE SLOT-COUNT = (HORIZON-SECS + SLOT-SECS - 1)
                                  / SLOT-SECS
           END-IF.

           ACCEPT ENV-LIMIT FROM ENVIRONMENT 'REDIS_EXPIRY_THRESHOLD'.
           IF FUNCTION TRIM(ENV-LIMIT) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-LIMIT) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-LIMIT) TO DEFAULT-LIMIT
           END-IF.
           IF DEFAULT-LIMIT IS EQUAL TO ZEROES THEN
               MOVE 1000 TO DEFAULT-LIMIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO BASE-STAMP.
           ACCEPT ENV-BASE FROM ENVIRONMENT 'REDIS_EXPIRY_BASE'.
           IF ENV-BASE IS NOT EQUAL TO SPACES THEN
               IF ENV-BASE IS NUMERIC THEN
                   MOVE ENV-BASE TO BASE-STAMP
               ELSE
                   DISPLAY '[WARN] redis-expiry: REDIS_EXPIRY_BASE '
                         , 'is not YYYYMMDDHHMMSS, using now'
               END-IF
           END-IF.
           COMPUTE BASE-DAYNUM = FUNCTION INTEGER-OF-DATE(BASE-DATE).
           COMPUTE BASE-SECS = BASE-HH * 3600 + BASE-MM * 60
                             + BASE-SS.

           DISPLAY '[INFO] redis-expiry: config slot_min='
                 , SLOT-MINUTES
                 , ' horizon_h=', HORIZON-HOURS
                 , ' slots=', SLOT-COUNT
                 , ' threshold=', DEFAULT-LIMIT
                 , ' base=', BASE-STAMP
                 .

      * A missing REDISEXP.CTL is normal - every prefix then uses
      * the REDIS_EXPIRY_THRESHOLD default.
       REDIS-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF FS-THRESHOLD IS EQUAL TO '35' THEN
               DISPLAY '[INFO] redis-expiry: no REDISEXP.CTL, '
                     , 'default threshold for every prefix'
               EXIT PARAGRAPH
           END-IF.
           IF FS-THRESHOLD IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-expiry: cannot open '
                     , 'REDISEXP.CTL, status=', FS-THRESHOLD
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-LOAD-THRESHOLD-LINE
               UNTIL THRESHOLD-EOF IS EQUAL TO 'Y'.
           CLOSE THRESHOLD-FILE.
           DISPLAY '[INFO] redis-expiry: thresholds loaded, prefixes='
                 , THR-COUNT
                 .

       REDIS-LOAD-THRESHOLD-LINE.
           READ THRESHOLD-FILE
               AT END
                   MOVE 'Y' TO THRESHOLD-EOF
               NOT AT END
                   PERFORM REDIS-STORE-THRESHOLD
           END-READ.

       REDIS-STORE-THRESHOLD.
           IF THRESHOLD-RECORD(1:1) IS EQUAL TO '*'
              OR FUNCTION TRIM(THRESHOLD-RECORD) IS EQUAL TO SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF THR-COUNT IS EQUAL TO 100 THEN
               IF THR-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-expiry: more than 100 '
                         , 'thresholds, extras ignored'
                   MOVE 'Y' TO THR-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO THR-PREFIX-TXT THR-LIMIT-TXT.
           UNSTRING FUNCTION TRIM(THRESHOLD-RECORD)
                   DELIMITED BY ALL ' '
               INTO THR-PREFIX-TXT THR-LIMIT-TXT
           END-UNSTRING.
           IF FUNCTION TRIM(THR-LIMIT-TXT) IS EQUAL TO SPACES
              OR FUNCTION TRIM(THR-LIMIT-TXT) IS NOT NUMERIC THEN
               DISPLAY '[WARN] redis-expiry: malformed threshold '
                     , 'line skipped: ', FUNCTION TRIM(THRESHOLD-RECORD)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO THR-COUNT.
           MOVE THR-PREFIX-TXT TO THR-PREFIX(THR-COUNT).
           MOVE FUNCTION NUMVAL(THR-LIMIT-TXT) TO THR-LIMIT(THR-COUNT).

      * Storms are per run - a fresh file each time, as redis-keycomp
      * does with its violations.
       REDIS-OPEN-FILES.
           OPEN INPUT EXPORT-FILE.
           IF FS-EXPORT IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-expiry: cannot open '
                     , 'REDISKEY.DAT, status=', FS-EXPORT
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STORM-FILE.
           IF FS-STORM IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-expiry: cannot open '
                     , 'REDISEXS.DAT, status=', FS-STORM
               MOVE 2 TO RETURN-CODE
               CLOSE EXPORT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUCKET-FILE.
           IF FS-BUCKET IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-expiry: cannot open '
                     , 'REDISEXB.DAT, status=', FS-BUCKET
               MOVE 2 TO RETURN-CODE
               CLOSE EXPORT-FILE STORM-FILE
               STOP RUN
           END-IF.

       REDIS-BUCKET-ONE-KEY.
           READ EXPORT-FILE
               AT END
                   MOVE 'Y' TO EXPORT-EOF
               NOT AT END
                   PERFORM REDIS-BUCKET-KEY
           END-READ.

      * TTL -1 never expires and -2 had already gone by the time
      * keydump looked, so only positive TTLs are forecast. TTL 0
      * is due now and goes in the first slot with the rest of it.
       REDIS-BUCKET-KEY.
           IF FUNCTION TRIM(EXP-KEY) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO KEYS-READ.
           MOVE FUNCTION NUMVAL(EXP-TTL) TO KEY-TTL-NUM.
           IF KEY-TTL-NUM IS LESS THAN ZEROES THEN
               ADD 1 TO KEYS-PERSIST
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-KEY-PREFIX.
           PERFORM REDIS-FIND-PREFIX.
           IF KEY-TTL-NUM IS NOT LESS THAN HORIZON-SECS THEN
               ADD 1 TO KEYS-BEYOND
               IF PFX-IDX IS GREATER THAN ZEROES THEN
                   ADD 1 TO PFX-BEYOND(PFX-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO KEYS-DUE.
           IF PFX-IDX IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SLOT-IDX = KEY-TTL-NUM / SLOT-SECS + 1.
           ADD 1 TO PFX-SLOT(PFX-IDX, SLOT-IDX).
           ADD 1 TO PFX-DUE(PFX-IDX).

       REDIS-KEY-PREFIX.
           MOVE SPACES TO KEY-PREFIX KEY-REST.
           UNSTRING FUNCTION TRIM(EXP-KEY) DELIMITED BY KEY-SEP
               INTO KEY-PREFIX KEY-REST
           END-UNSTRING.
           IF KEY-REST IS EQUAL TO SPACES THEN
               MOVE '(none)' TO KEY-PREFIX
           END-IF.

      * Finds (or adds) the prefix row, taking its threshold from
      * REDISEXP.CTL when listed there. PFX-IDX is left zero when
      * the table is full.
       REDIS-FIND-PREFIX.
           MOVE 'N' TO FOUND.
           MOVE ZEROES TO PFX-IDX.
           PERFORM REDIS-FIND-PREFIX-STEP
               VARYING PFX-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR PFX-IDX IS GREATER THAN PFX-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM PFX-IDX
               EXIT PARAGRAPH
           END-IF.
           IF PFX-COUNT IS EQUAL TO 200 THEN
               IF PFX-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-expiry: more than 200 '
                         , 'prefixes, extras not forecast'
                   MOVE 'Y' TO PFX-FULL
               END-IF
               MOVE ZEROES TO PFX-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PFX-COUNT.
           MOVE PFX-COUNT TO PFX-IDX.
           MOVE KEY-PREFIX TO PFX-TEXT(PFX-IDX).
           MOVE DEFAULT-LIMIT TO PFX-LIMIT(PFX-IDX).
           MOVE 'N' TO FOUND.
           PERFORM REDIS-FIND-THRESHOLD-STEP
               VARYING THR-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR THR-IDX IS GREATER THAN THR-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM THR-IDX
               MOVE THR-LIMIT(THR-IDX) TO PFX-LIMIT(PFX-IDX)
           END-IF.

       REDIS-FIND-PREFIX-STEP.
           IF PFX-TEXT(PFX-IDX) IS EQUAL TO KEY-PREFIX THEN
               MOVE 'Y' TO FOUND
           END-IF.

       REDIS-FIND-THRESHOLD-STEP.
           IF THR-PREFIX(THR-IDX) IS EQUAL TO KEY-PREFIX THEN
               MOVE 'Y' TO FOUND
           END-IF.

      * Walks one prefix's slots for its peak, writes every slot
      * holding any key to the bucket file and every slot at or
      * over the prefix's threshold to the storm file.
       REDIS-SCAN-PREFIX.
           PERFORM REDIS-SCAN-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX IS GREATER THAN SLOT-COUNT.

       REDIS-SCAN-SLOT.
           IF PFX-SLOT(PFX-IDX, SLOT-IDX) IS GREATER THAN
                 PFX-PEAK-KEYS(PFX-IDX) THEN
               MOVE PFX-SLOT(PFX-IDX, SLOT-IDX)
                 TO PFX-PEAK-KEYS(PFX-IDX)
               MOVE SLOT-IDX TO PFX-PEAK-SLOT(PFX-IDX)
           END-IF.
           IF PFX-SLOT(PFX-IDX, SLOT-IDX) IS EQUAL TO ZEROES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-SLOT-START.
           PERFORM REDIS-WRITE-BUCKET.
           IF PFX-SLOT(PFX-IDX, SLOT-IDX) IS LESS THAN
                 PFX-LIMIT(PFX-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PFX-STORMS(PFX-IDX).
           ADD 1 TO STORM-SLOTS.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO STORM-RECORD.
           MOVE SLOT-AT-DATE TO STM-DATE.
           MOVE SLOT-AT-TIME TO STM-TIME.
           COMPUTE STM-OFFSET = (SLOT-IDX - 1) * SLOT-MINUTES.
           MOVE PFX-TEXT(PFX-IDX) TO STM-PREFIX.
           MOVE PFX-SLOT(PFX-IDX, SLOT-IDX) TO STM-KEYS.
           MOVE PFX-LIMIT(PFX-IDX) TO STM-THRESHOLD.
           WRITE STORM-RECORD.
           IF FS-STORM IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-expiry: storm write failed, '
                     , 'status=', FS-STORM
           END-IF.
           MOVE PFX-TEXT(PFX-IDX) TO RPT-PREFIX.
           DISPLAY '[WARN] redis-expiry: storm ', RPT-PREFIX
                 , ' ', SLOT-AT-DATE, ' ', SLOT-AT-TIME
                 , ' keys=', PFX-SLOT(PFX-IDX, SLOT-IDX)
                 , ' threshold=', PFX-LIMIT(PFX-IDX)
                 .

       REDIS-WRITE-BUCKET.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO BUCKET-RECORD.
           MOVE SLOT-AT-DATE TO BKT-DATE.
           MOVE SLOT-AT-TIME TO BKT-TIME.
           COMPUTE BKT-OFFSET = (SLOT-IDX - 1) * SLOT-MINUTES.
           MOVE PFX-TEXT(PFX-IDX) TO BKT-PREFIX.
           MOVE PFX-SLOT(PFX-IDX, SLOT-IDX) TO BKT-KEYS.
           MOVE PFX-LIMIT(PFX-IDX) TO BKT-THRESHOLD.
           IF PFX-SLOT(PFX-IDX, SLOT-IDX) IS NOT LESS THAN
                 PFX-LIMIT(PFX-IDX) THEN
               MOVE 'STORM' TO BKT-FLAG
           END-IF.
           WRITE BUCKET-RECORD.
           IF FS-BUCKET IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-expiry: bucket write failed, '
                     , 'status=', FS-BUCKET
           END-IF.
           ADD 1 TO BUCKET-LINES.

      * Wall-clock start of slot SLOT-IDX: the base moment plus the
      * slot's offset, carried across midnight into the next day(s).
       REDIS-SLOT-START.
           COMPUTE SLOT-AT-SECS = BASE-SECS
                                + (SLOT-IDX - 1) * SLOT-SECS.
           DIVIDE SLOT-AT-SECS BY 86400
               GIVING SLOT-AT-DAYS REMAINDER SLOT-AT-REM.
           COMPUTE SLOT-AT-DATE =
               FUNCTION DATE-OF-INTEGER(BASE-DAYNUM + SLOT-AT-DAYS).
           DIVIDE SLOT-AT-REM BY 3600 GIVING SLOT-AT-HH
               REMAINDER SLOT-AT-REM.
           DIVIDE SLOT-AT-REM BY 60 GIVING SLOT-AT-MM.
           MOVE SLOT-AT-HH TO SLOT-AT-TIME(1:2).
           MOVE SLOT-AT-MM TO SLOT-AT-TIME(3:2).

       REDIS-PRINT-REPORT.
           DISPLAY '[INFO] redis-expiry: expiry forecast by prefix'.
           DISPLAY 'PREFIX                   DUE       BEYOND    '
                 , 'PEAK-SLOT      PEAK-KEYS THRESHOLD STORMS'
                 .
           PERFORM REDIS-PRINT-PREFIX
               VARYING PFX-IDX FROM 1 BY 1
               UNTIL PFX-IDX IS GREATER THAN PFX-COUNT.
           DISPLAY '[INFO] redis-expiry: totals'
                 , ' keys=', KEYS-READ
                 , ' persistent=', KEYS-PERSIST
                 , ' due=', KEYS-DUE
                 , ' beyond=', KEYS-BEYOND
                 , ' storm_slots=', STORM-SLOTS
                 , ' buckets=', BUCKET-LINES
                 .

       REDIS-PRINT-PREFIX.
           MOVE PFX-TEXT(PFX-IDX) TO RPT-PREFIX.
           IF PFX-PEAK-SLOT(PFX-IDX) IS EQUAL TO ZEROES THEN
               MOVE SPACES TO SLOT-AT-TIME
               MOVE ZEROES TO SLOT-AT-DATE
           ELSE
               MOVE PFX-PEAK-SLOT(PFX-IDX) TO SLOT-IDX
               PERFORM REDIS-SLOT-START
           END-IF.
           DISPLAY RPT-PREFIX, ' '
                 , PFX-DUE(PFX-IDX), '  '
                 , PFX-BEYOND(PFX-IDX), '  '
                 , SLOT-AT-DATE, ' ', SLOT-AT-TIME, '  '
                 , PFX-PEAK-KEYS(PFX-IDX), '  '
                 , PFX-LIMIT(PFX-IDX), '  '
                 , PFX-STORMS(PFX-IDX)
                 .
