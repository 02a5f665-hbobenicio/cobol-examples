      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-DIGEST.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's outputs, read as the jobs left them - nothing
      * here talks to a server. One section of the digest per
      * file, in this order:
      *   ALERTS     REDISALT.OUT  redis-alert's events this run
      *   CONFIG     REDISCFD.RPT  redis-confchk's drift lines
      *   KEYRECON   REDISKRX.DAT  redis-keyrecon's exceptions
      *   KEYPOLICY  REDISPVL.DAT  redis-keycomp's violations
      *   AVAIL      REDISAVL.SUM  redis-availrpt's per-host lines
      *   CAPACITY   REDISCAP.LOG  redis-captrend's console output
      *   KEYCOUNT   REDISKCT.LOG  redis-keycount's console output
      *   REPL       REDISRPL.LOG  redis-replcheck's console output
      * captrend, keycount and replcheck only talk to the console,
      * so their nightly wrappers send it to the .LOG named above
      * (e.g. redis-replcheck > REDISRPL.LOG 2>&1). A file that is
      * not there marks its section AMBER - a step that left
      * nothing behind is not a clean night.
           SELECT ALERT-FILE ASSIGN TO 'REDISALT.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
           SELECT DRIFT-FILE ASSIGN TO 'REDISCFD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DRIFT.
           SELECT RECON-FILE ASSIGN TO 'REDISKRX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECON.
           SELECT POLICY-FILE ASSIGN TO 'REDISPVL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLICY.
           SELECT SUMMARY-FILE ASSIGN TO 'REDISAVL.SUM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY.
           SELECT CAPACITY-LOG ASSIGN TO 'REDISCAP.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAPACITY.
           SELECT KEYCOUNT-LOG ASSIGN TO 'REDISKCT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KEYCOUNT.
           SELECT REPL-LOG ASSIGN TO 'REDISRPL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPL.
      * Optional per-section thresholds, one 'section red-at' pair
      * per line ('*' in column one comments a line out, as in
      * REDISFLS.CTL). A section goes RED once its exceptions reach
      * red-at; 0 means never on the count alone. Sections not
      * named keep the defaults set in REDIS-INIT-SECTIONS.
           SELECT CONTROL-FILE ASSIGN TO 'REDISDIG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.
           SELECT REPORT-FILE ASSIGN TO 'REDISDIG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
      * The one-record handover summary, rewritten every run so
      * the mailbox step can send the file as it stands.
           SELECT HANDOVER-FILE ASSIGN TO 'REDISDGS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HANDOVER.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD       PIC X(320).
       FD  DRIFT-FILE.
       01  DRIFT-RECORD       PIC X(200).
      * redis-keyrecon's fixed columns.
       FD  RECON-FILE.
       01  RECON-RECORD.
         02  RCN-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  RCN-CLASS       PIC X(12).
         02  FILLER          PIC X(01).
         02  RCN-DETAIL      PIC X(60).
      * redis-keycomp's fixed columns.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
         02  PVL-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  PVL-RULE        PIC X(32).
         02  FILLER          PIC X(01).
         02  PVL-DETAIL      PIC X(60).
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD     PIC X(160).
       FD  CAPACITY-LOG.
       01  CAPACITY-RECORD    PIC X(320).
       FD  KEYCOUNT-LOG.
       01  KEYCOUNT-RECORD    PIC X(320).
       FD  REPL-LOG.
       01  REPL-RECORD        PIC X(320).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD     PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(132).
      * Fixed columns so the handover mailbox rule and anyone
      * reading it by eye find the same thing in the same place:
      * run date, run time, overall verdict, then one status letter
      * (G/A/R) and exception count per section, in the section
      * order listed above.
       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD.
         02  HND-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  HND-TIME        PIC X(06).
         02  FILLER          PIC X(01).
         02  HND-VERDICT     PIC X(05).
         02  HND-SECTION OCCURS 8 TIMES.
           03  FILLER        PIC X(01).
           03  HND-SEC-STATUS PIC X(01).
           03  HND-SEC-COUNT PIC 9(05).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-ALERT      PIC X(02) VALUE SPACES.
       01  FS-DRIFT      PIC X(02) VALUE SPACES.
       01  FS-RECON      PIC X(02) VALUE SPACES.
       01  FS-POLICY     PIC X(02) VALUE SPACES.
       01  FS-SUMMARY    PIC X(02) VALUE SPACES.
       01  FS-CAPACITY   PIC X(02) VALUE SPACES.
       01  FS-KEYCOUNT   PIC X(02) VALUE SPACES.
       01  FS-REPL       PIC X(02) VALUE SPACES.
       01  FS-CONTROL    PIC X(02) VALUE SPACES.
       01  FS-REPORT     PIC X(02) VALUE SPACES.
       01  FS-HANDOVER   PIC X(02) VALUE SPACES.
       01  ALERT-EOF     PIC X(01) VALUE 'N'.
       01  DRIFT-EOF     PIC X(01) VALUE 'N'.
       01  RECON-EOF     PIC X(01) VALUE 'N'.
       01  POLICY-EOF    PIC X(01) VALUE 'N'.
       01  SUMMARY-EOF   PIC X(01) VALUE 'N'.
       01  CAPACITY-EOF  PIC X(01) VALUE 'N'.
       01  KEYCOUNT-EOF  PIC X(01) VALUE 'N'.
       01  REPL-EOF      PIC X(01) VALUE 'N'.
       01  CONTROL-EOF   PIC X(01) VALUE 'N'.
       01  CONFIG-ENV.
         02  ENV-PAGE-LINES  PIC X(05) VALUE SPACES.
         02  ENV-TARGET      PIC X(10) VALUE SPACES.
      * REDIS_DIGEST_PAGE_LINES sets the printed page depth
      * (default 60, never under 20 so a section heading and its
      * first lines always fit). REDIS_DIGEST_AVAIL_TARGET is the
      * availability a host must hold after planned maintenance
      * is taken out (default 99.00) - any host under it turns the
      * availability section RED whatever the count.
       01  DIGEST-LIMITS.
         02  PAGE-LINES      PIC 9(03) VALUE 60.
         02  AVAIL-TARGET    PIC 9(03)V9(02) VALUE 99.00.
         02  LIST-MAX        PIC 9(04) VALUE 20.
       01  RUN-STAMP         PIC X(14) VALUE SPACES.
       01  RUN-DATE-DISP     PIC X(10) VALUE SPACES.
       01  RUN-TIME-DISP     PIC X(08) VALUE SPACES.
      * One row per section, filled by REDIS-INIT-SECTIONS. The
      * status is settled by REDIS-RATE-SECTION once every file
      * has been read: AMBER when the file was missing, RED when a
      * reader forced it or the exceptions reached red-at, GREEN
      * on none, AMBER otherwise.
       01  DIGEST-SECTIONS.
         02  SEC-IDX         PIC 9(02) VALUE ZEROES.
         02  SEC-HIT         PIC 9(02) VALUE ZEROES.
         02  SEC-TABLE OCCURS 8 TIMES.
           03  SEC-KEY        PIC X(10) VALUE SPACES.
           03  SEC-TITLE      PIC X(24) VALUE SPACES.
           03  SEC-FILE       PIC X(12) VALUE SPACES.
           03  SEC-FOUND      PIC X(01) VALUE 'N'.
           03  SEC-FORCE-RED  PIC X(01) VALUE 'N'.
           03  SEC-EXCEPTIONS PIC 9(05) VALUE ZEROES.
           03  SEC-RED-AT     PIC 9(05) VALUE ZEROES.
           03  SEC-STATUS     PIC X(05) VALUE SPACES.
           03  SEC-LISTED     PIC 9(04) VALUE ZEROES.
           03  SEC-UNLISTED   PIC 9(05) VALUE ZEROES.
           03  SEC-NOTE       PIC X(100) VALUE SPACES.
      * The exception lines shown under each section - the first
      * LIST-MAX per section, the rest only counted, so the table
      * is 8 x LIST-MAX and never overflows.
       01  DIGEST-DETAILS.
         02  DTL-COUNT       PIC 9(04) BINARY VALUE ZEROES.
         02  DTL-IDX         PIC 9(04) BINARY VALUE ZEROES.
         02  DTL-TABLE OCCURS 160 TIMES.
           03  DTL-SEC       PIC 9(02) VALUE ZEROES.
           03  DTL-TEXT      PIC X(120) VALUE SPACES.
       01  DIGEST-VERDICT.
         02  VERDICT         PIC X(05) VALUE SPACES.
         02  GREEN-COUNT     PIC 9(02) VALUE ZEROES.
         02  AMBER-COUNT     PIC 9(02) VALUE ZEROES.
         02  RED-COUNT       PIC 9(02) VALUE ZEROES.
      * Per-file tallies that make up each section's note line.
       01  DIGEST-TALLIES.
         02  TLY-OPENED      PIC 9(04) VALUE ZEROES.
         02  TLY-ESCALATED   PIC 9(04) VALUE ZEROES.
         02  TLY-CLOSED      PIC 9(04) VALUE ZEROES.
         02  TLY-CACHE-ONLY  PIC 9(05) VALUE ZEROES.
         02  TLY-MISMATCH    PIC 9(05) VALUE ZEROES.
         02  TLY-MASTER-ONLY PIC 9(05) VALUE ZEROES.
         02  TLY-NO-RULE     PIC 9(05) VALUE ZEROES.
         02  TLY-HOSTS       PIC 9(04) VALUE ZEROES.
         02  TLY-BELOW       PIC 9(04) VALUE ZEROES.
         02  TLY-PROJECTED   PIC 9(04) VALUE ZEROES.
         02  TLY-REPLICAS    PIC 9(04) VALUE ZEROES.
         02  TLY-IN-SUMMARY  PIC X(01) VALUE 'N'.
         02  TLY-KEYCOUNT-SEEN PIC X(01) VALUE 'N'.
         02  TLY-KEYCOUNT-TXT  PIC X(20) VALUE SPACES.
         02  TLY-HITS        PIC 9(04) VALUE ZEROES.
      * Fields pulled out of one input line by their markers, the
      * same walk as redis-slascore's REDISAVL.SUM parse.
       01  LINE-FIELDS.
         02  LINE-STAMP      PIC X(14) VALUE SPACES.
         02  LINE-EVENT      PIC X(12) VALUE SPACES.
         02  LINE-MARKER     PIC X(12) VALUE SPACES.
         02  LINE-MARKER-LEN PIC 9(02) VALUE ZEROES.
         02  LINE-VALUE-TXT  PIC X(50) VALUE SPACES.
         02  LINE-HOST       PIC X(50) VALUE SPACES.
         02  LINE-ADJ-TXT    PIC X(20) VALUE SPACES.
         02  LINE-UNPL-TXT   PIC X(20) VALUE SPACES.
         02  LINE-ADJ        PIC 9(03)V9(02) VALUE ZEROES.
         02  LINE-UNPLANNED  PIC 9(06) VALUE ZEROES.
         02  LINE-SUFFIX     PIC X(14) VALUE SPACES.
         02  LINE-SCRATCH    PIC X(320) VALUE SPACES.
         02  LINE-REST       PIC X(320) VALUE SPACES.
         02  LINE-TEXT       PIC X(120) VALUE SPACES.
       01  OPEN-STATUS       PIC X(02) VALUE SPACES.
       01  CTL-PARSE.
         02  CTL-KEY-TXT     PIC X(20) VALUE SPACES.
         02  CTL-VALUE-TXT   PIC X(10) VALUE SPACES.
       01  REPORT-CONTROL.
         02  PAGE-NO         PIC 9(04) VALUE ZEROES.
         02  LINES-ON-PAGE   PIC 9(03) VALUE ZEROES.
         02  HOLD-LINE       PIC X(132) VALUE SPACES.
       01  REPORT-DISP.
         02  RPT-PAGE-DISP   PIC ZZZ9 VALUE ZEROES.
         02  RPT-COUNT-DISP  PIC ZZZZ9 VALUE ZEROES.
         02  RPT-RED-AT-DISP PIC ZZZZ9 VALUE ZEROES.
         02  RPT-PCT-DISP    PIC ZZ9.99 VALUE ZEROES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-INIT-SECTIONS.
           PERFORM REDIS-LOAD-THRESHOLDS.
           PERFORM REDIS-SCAN-ALERTS.
           PERFORM REDIS-SCAN-DRIFT.
           PERFORM REDIS-SCAN-RECON.
           PERFORM REDIS-SCAN-POLICY.
           PERFORM REDIS-SCAN-AVAIL.
           PERFORM REDIS-SCAN-CAPACITY.
           PERFORM REDIS-SCAN-KEYCOUNT.
           PERFORM REDIS-SCAN-REPL.
           PERFORM REDIS-RATE-SECTION
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX IS GREATER THAN 8.
           PERFORM REDIS-RATE-NIGHT.
           PERFORM REDIS-WRITE-REPORT.
           PERFORM REDIS-WRITE-HANDOVER.
           PERFORM REDIS-PRINT-SUMMARY.
      * RC 1 on anything short of GREEN, as the exception reports
      * do for "findings written"; the colour itself is in the
      * report and the handover record.
           EVALUATE TRUE
               WHEN VERDICT IS EQUAL TO 'GREEN'
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       REDIS-LOAD-CONFIG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           STRING RUN-STAMP(1:4)  DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  RUN-STAMP(5:2)  DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  RUN-STAMP(7:2)  DELIMITED BY SIZE
             INTO RUN-DATE-DISP.
           STRING RUN-STAMP(9:2)  DELIMITED BY SIZE
                  ':'             DELIMITED BY SIZE
                  RUN-STAMP(11:2) DELIMITED BY SIZE
                  ':'             DELIMITED BY SIZE
                  RUN-STAMP(13:2) DELIMITED BY SIZE
             INTO RUN-TIME-DISP.

           ACCEPT ENV-PAGE-LINES FROM ENVIRONMENT
               'REDIS_DIGEST_PAGE_LINES'.
           IF FUNCTION TRIM(ENV-PAGE-LINES) IS NOT EQUAL TO SPACES
               AND FUNCTION TRIM(ENV-PAGE-LINES) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ENV-PAGE-LINES) TO PAGE-LINES
           END-IF.
           IF PAGE-LINES IS LESS THAN 20 THEN
               MOVE 20 TO PAGE-LINES
           END-IF.

      * NUMVAL gives zero back for text it cannot read, and no
      * real target is zero or over 100, so either keeps the
      * default.
           ACCEPT ENV-TARGET FROM ENVIRONMENT
               'REDIS_DIGEST_AVAIL_TARGET'.
           IF FUNCTION TRIM(ENV-TARGET) IS NOT EQUAL TO SPACES THEN
               IF FUNCTION NUMVAL(ENV-TARGET) IS GREATER THAN ZEROES
                  AND FUNCTION NUMVAL(ENV-TARGET) IS NOT GREATER
                      THAN 100 THEN
                   MOVE FUNCTION NUMVAL(ENV-TARGET) TO AVAIL-TARGET
               ELSE
                   DISPLAY '[WARN] redis-digest: '
                         , 'REDIS_DIGEST_AVAIL_TARGET not usable, '
                         , 'default kept: '
                         , FUNCTION TRIM(ENV-TARGET)
               END-IF
           END-IF.

           MOVE AVAIL-TARGET TO RPT-PCT-DISP.
           DISPLAY '[INFO] redis-digest: config run=', RUN-STAMP
                 , ' page_lines=', PAGE-LINES
                 , ' avail_target=', FUNCTION TRIM(RPT-PCT-DISP)
                 .

      * The sections in report order, with their default red-at.
      * Alerts and replication weigh heaviest: an escalation or a
      * broken replica is RED on its own (see their readers), and
      * five fresh pages or a single replication exception is a
      * bad night. The key-level reports run long on a normal
      * night, so they go RED only when the list gets big.
       REDIS-INIT-SECTIONS.
           MOVE 'ALERTS'                 TO SEC-KEY(1).
           MOVE 'ALERTS'                 TO SEC-TITLE(1).
           MOVE 'REDISALT.OUT'           TO SEC-FILE(1).
           MOVE 5                        TO SEC-RED-AT(1).
           MOVE 'CONFIG'                 TO SEC-KEY(2).
           MOVE 'CONFIGURATION DRIFT'    TO SEC-TITLE(2).
           MOVE 'REDISCFD.RPT'           TO SEC-FILE(2).
           MOVE 10                       TO SEC-RED-AT(2).
           MOVE 'KEYRECON'               TO SEC-KEY(3).
           MOVE 'KEY RECONCILIATION'     TO SEC-TITLE(3).
           MOVE 'REDISKRX.DAT'           TO SEC-FILE(3).
           MOVE 100                      TO SEC-RED-AT(3).
           MOVE 'KEYPOLICY'              TO SEC-KEY(4).
           MOVE 'KEY POLICY'             TO SEC-TITLE(4).
           MOVE 'REDISPVL.DAT'           TO SEC-FILE(4).
           MOVE 100                      TO SEC-RED-AT(4).
           MOVE 'AVAIL'                  TO SEC-KEY(5).
           MOVE 'AVAILABILITY'           TO SEC-TITLE(5).
           MOVE 'REDISAVL.SUM'           TO SEC-FILE(5).
           MOVE 3                        TO SEC-RED-AT(5).
           MOVE 'CAPACITY'               TO SEC-KEY(6).
           MOVE 'CAPACITY TREND'         TO SEC-TITLE(6).
           MOVE 'REDISCAP.LOG'           TO SEC-FILE(6).
           MOVE 3                        TO SEC-RED-AT(6).
           MOVE 'KEYCOUNT'               TO SEC-KEY(7).
           MOVE 'KEY COUNT'              TO SEC-TITLE(7).
           MOVE 'REDISKCT.LOG'           TO SEC-FILE(7).
           MOVE 2                        TO SEC-RED-AT(7).
           MOVE 'REPL'                   TO SEC-KEY(8).
           MOVE 'REPLICATION'            TO SEC-TITLE(8).
           MOVE 'REDISRPL.LOG'           TO SEC-FILE(8).
           MOVE 1                        TO SEC-RED-AT(8).

      * No control file is the normal case - the defaults stand.
       REDIS-LOAD-THRESHOLDS.
           OPEN INPUT CONTROL-FILE.
           IF FS-CONTROL IS EQUAL TO '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-CONTROL IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-digest: cannot open '
                     , 'REDISDIG.CTL, status=', FS-CONTROL
                     , ' - default thresholds used'
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-LOAD-THRESHOLDS-LINE
               UNTIL CONTROL-EOF IS EQUAL TO 'Y'.
           CLOSE CONTROL-FILE.

       REDIS-LOAD-THRESHOLDS-LINE.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CONTROL-EOF
               NOT AT END
                   PERFORM REDIS-STORE-THRESHOLD
           END-READ.

       REDIS-STORE-THRESHOLD.
           IF CONTROL-RECORD(1:1) IS EQUAL TO '*'
              OR FUNCTION TRIM(CONTROL-RECORD) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CTL-KEY-TXT CTL-VALUE-TXT.
           UNSTRING FUNCTION TRIM(CONTROL-RECORD) DELIMITED BY ALL ' '
               INTO CTL-KEY-TXT CTL-VALUE-TXT
           END-UNSTRING.
           MOVE ZEROES TO SEC-HIT.
           PERFORM REDIS-FIND-SECTION-STEP
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-HIT IS GREATER THAN ZEROES
                  OR SEC-IDX IS GREATER THAN 8.
           IF SEC-HIT IS EQUAL TO ZEROES
              OR FUNCTION TRIM(CTL-VALUE-TXT) IS EQUAL TO SPACES
              OR FUNCTION TRIM(CTL-VALUE-TXT) IS NOT NUMERIC THEN
               DISPLAY '[WARN] redis-digest: malformed threshold '
                     , 'line skipped: ', FUNCTION TRIM(CONTROL-RECORD)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(CTL-VALUE-TXT) TO SEC-RED-AT(SEC-HIT).

       REDIS-FIND-SECTION-STEP.
           IF SEC-KEY(SEC-IDX) IS EQUAL TO CTL-KEY-TXT THEN
               MOVE SEC-IDX TO SEC-HIT
           END-IF.

      * A section whose file could not be opened: AMBER, with the
      * reason as its note. OPEN-STATUS carries the file status in.
       REDIS-NOTE-MISSING.
           MOVE 'N' TO SEC-FOUND(SEC-IDX).
           MOVE SPACES TO SEC-NOTE(SEC-IDX).
           STRING 'input not available - '    DELIMITED BY SIZE
                  FUNCTION TRIM(SEC-FILE(SEC-IDX))
                                              DELIMITED BY SIZE
                  ' could not be opened, status='
                                              DELIMITED BY SIZE
                  OPEN-STATUS                 DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).
           DISPLAY '[WARN] redis-digest: cannot open '
                 , FUNCTION TRIM(SEC-FILE(SEC-IDX))
                 , ', status=', OPEN-STATUS
                 , ' - section marked AMBER'
                 .

      * One exception against the current section, LINE-TEXT as
      * its detail line while the section still has room to list.
       REDIS-ADD-EXCEPTION.
           IF SEC-EXCEPTIONS(SEC-IDX) IS LESS THAN 99999 THEN
               ADD 1 TO SEC-EXCEPTIONS(SEC-IDX)
           END-IF.
           IF SEC-LISTED(SEC-IDX) IS LESS THAN LIST-MAX THEN
               ADD 1 TO DTL-COUNT
               MOVE SEC-IDX TO DTL-SEC(DTL-COUNT)
               MOVE LINE-TEXT TO DTL-TEXT(DTL-COUNT)
               ADD 1 TO SEC-LISTED(SEC-IDX)
           ELSE
               ADD 1 TO SEC-UNLISTED(SEC-IDX)
           END-IF.

      * Value after LINE-MARKER (LINE-MARKER-LEN long) in
      * LINE-SCRATCH, up to the next space, into LINE-VALUE-TXT;
      * spaces when the marker is not on the line.
       REDIS-PULL-VALUE.
           MOVE SPACES TO LINE-REST LINE-VALUE-TXT.
           UNSTRING LINE-SCRATCH
               DELIMITED BY LINE-MARKER(1:LINE-MARKER-LEN)
               INTO LINE-STAMP LINE-REST
           END-UNSTRING.
           IF LINE-REST IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           UNSTRING LINE-REST DELIMITED BY ' '
               INTO LINE-VALUE-TXT
           END-UNSTRING.

      * REDISALT.OUT is rewritten by every redis-alert run, so it
      * holds exactly the night's events. OPENED and ESCALATED are
      * exceptions, an escalation makes the section RED; CLOSED is
      * good news and only counted.
       REDIS-SCAN-ALERTS.
           MOVE 1 TO SEC-IDX.
           OPEN INPUT ALERT-FILE.
           IF FS-ALERT IS NOT EQUAL TO '00' THEN
               MOVE FS-ALERT TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-ALERTS-LINE
               UNTIL ALERT-EOF IS EQUAL TO 'Y'.
           CLOSE ALERT-FILE.
           STRING 'opened='            DELIMITED BY SIZE
                  TLY-OPENED           DELIMITED BY SIZE
                  '  escalated='       DELIMITED BY SIZE
                  TLY-ESCALATED        DELIMITED BY SIZE
                  '  closed='          DELIMITED BY SIZE
                  TLY-CLOSED           DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).

       REDIS-SCAN-ALERTS-LINE.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO ALERT-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-ALERT
           END-READ.

       REDIS-JUDGE-ALERT.
           IF ALERT-RECORD IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINE-STAMP LINE-EVENT.
           UNSTRING ALERT-RECORD DELIMITED BY ' '
               INTO LINE-STAMP LINE-EVENT
           END-UNSTRING.
           MOVE ALERT-RECORD(16:120) TO LINE-TEXT.
           EVALUATE LINE-EVENT
               WHEN 'OPENED'
                   ADD 1 TO TLY-OPENED
                   PERFORM REDIS-ADD-EXCEPTION
               WHEN 'ESCALATED'
                   ADD 1 TO TLY-ESCALATED
                   MOVE 'Y' TO SEC-FORCE-RED(SEC-IDX)
                   PERFORM REDIS-ADD-EXCEPTION
               WHEN 'CLOSED'
                   ADD 1 TO TLY-CLOSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * redis-confchk writes one host=... line per drifted
      * parameter; anything else on the file is not a finding.
       REDIS-SCAN-DRIFT.
           MOVE 2 TO SEC-IDX.
           OPEN INPUT DRIFT-FILE.
           IF FS-DRIFT IS NOT EQUAL TO '00' THEN
               MOVE FS-DRIFT TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-DRIFT-LINE
               UNTIL DRIFT-EOF IS EQUAL TO 'Y'.
           CLOSE DRIFT-FILE.

       REDIS-SCAN-DRIFT-LINE.
           READ DRIFT-FILE
               AT END
                   MOVE 'Y' TO DRIFT-EOF
               NOT AT END
                   IF DRIFT-RECORD(1:5) IS EQUAL TO 'host=' THEN
                       MOVE DRIFT-RECORD(1:120) TO LINE-TEXT
                       PERFORM REDIS-ADD-EXCEPTION
                   END-IF
           END-READ.

       REDIS-SCAN-RECON.
           MOVE 3 TO SEC-IDX.
           OPEN INPUT RECON-FILE.
           IF FS-RECON IS NOT EQUAL TO '00' THEN
               MOVE FS-RECON TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-RECON-LINE
               UNTIL RECON-EOF IS EQUAL TO 'Y'.
           CLOSE RECON-FILE.
           STRING 'cache-only='        DELIMITED BY SIZE
                  TLY-CACHE-ONLY       DELIMITED BY SIZE
                  '  mismatch='        DELIMITED BY SIZE
                  TLY-MISMATCH         DELIMITED BY SIZE
                  '  master-only='     DELIMITED BY SIZE
                  TLY-MASTER-ONLY      DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).

       REDIS-SCAN-RECON-LINE.
           READ RECON-FILE
               AT END
                   MOVE 'Y' TO RECON-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-RECON
           END-READ.

       REDIS-JUDGE-RECON.
           IF RECON-RECORD IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RCN-CLASS
               WHEN 'CACHE-ONLY'
                   ADD 1 TO TLY-CACHE-ONLY
               WHEN 'MISMATCH'
                   ADD 1 TO TLY-MISMATCH
               WHEN 'MASTER-ONLY'
                   ADD 1 TO TLY-MASTER-ONLY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO LINE-TEXT.
           STRING RCN-CLASS                  DELIMITED BY SIZE
                  FUNCTION TRIM(RCN-KEY)     DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  FUNCTION TRIM(RCN-DETAIL)  DELIMITED BY SIZE
             INTO LINE-TEXT.
           PERFORM REDIS-ADD-EXCEPTION.

      * '(no rule)' rows are keys no policy covers - still a
      * violation, but counted apart since they usually mean a new
      * prefix the policy file has not caught up with.
       REDIS-SCAN-POLICY.
           MOVE 4 TO SEC-IDX.
           OPEN INPUT POLICY-FILE.
           IF FS-POLICY IS NOT EQUAL TO '00' THEN
               MOVE FS-POLICY TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-POLICY-LINE
               UNTIL POLICY-EOF IS EQUAL TO 'Y'.
           CLOSE POLICY-FILE.
           STRING 'of which no rule='  DELIMITED BY SIZE
                  TLY-NO-RULE          DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).

       REDIS-SCAN-POLICY-LINE.
           READ POLICY-FILE
               AT END
                   MOVE 'Y' TO POLICY-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-POLICY
           END-READ.

       REDIS-JUDGE-POLICY.
           IF POLICY-RECORD IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF PVL-RULE IS EQUAL TO '(no rule)' THEN
               ADD 1 TO TLY-NO-RULE
           END-IF.
           MOVE SPACES TO LINE-TEXT.
           STRING FUNCTION TRIM(PVL-KEY)     DELIMITED BY SIZE
                  '  rule='                  DELIMITED BY SIZE
                  FUNCTION TRIM(PVL-RULE)    DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  FUNCTION TRIM(PVL-DETAIL)  DELIMITED BY SIZE
             INTO LINE-TEXT.
           PERFORM REDIS-ADD-EXCEPTION.

      * One line per host. A host with unplanned failures is an
      * exception; a host whose adjusted availability (planned
      * maintenance taken out) is under AVAIL-TARGET is one too,
      * and turns the section RED. A SUM from before the adjusted=
      * figure existed is judged on avail= instead.
       REDIS-SCAN-AVAIL.
           MOVE 5 TO SEC-IDX.
           OPEN INPUT SUMMARY-FILE.
           IF FS-SUMMARY IS NOT EQUAL TO '00' THEN
               MOVE FS-SUMMARY TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-AVAIL-LINE
               UNTIL SUMMARY-EOF IS EQUAL TO 'Y'.
           CLOSE SUMMARY-FILE.
           MOVE AVAIL-TARGET TO RPT-PCT-DISP.
           STRING 'hosts='             DELIMITED BY SIZE
                  TLY-HOSTS            DELIMITED BY SIZE
                  '  below target ('   DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PCT-DISP)
                                       DELIMITED BY SIZE
                  '%)='                DELIMITED BY SIZE
                  TLY-BELOW            DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).

       REDIS-SCAN-AVAIL-LINE.
           READ SUMMARY-FILE
               AT END
                   MOVE 'Y' TO SUMMARY-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-AVAIL
           END-READ.

       REDIS-JUDGE-AVAIL.
           MOVE SUMMARY-RECORD TO LINE-SCRATCH.
           MOVE 'host=' TO LINE-MARKER.
           MOVE 5 TO LINE-MARKER-LEN.
           PERFORM REDIS-PULL-VALUE.
           IF LINE-VALUE-TXT IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LINE-VALUE-TXT TO LINE-HOST.
           ADD 1 TO TLY-HOSTS.
           MOVE ' adjusted=' TO LINE-MARKER.
           MOVE 10 TO LINE-MARKER-LEN.
           PERFORM REDIS-PULL-VALUE.
           IF LINE-VALUE-TXT IS EQUAL TO SPACES THEN
               MOVE ' avail=' TO LINE-MARKER
               MOVE 7 TO LINE-MARKER-LEN
               PERFORM REDIS-PULL-VALUE
           END-IF.
           MOVE LINE-VALUE-TXT TO LINE-ADJ-TXT.
           MOVE ' unplanned=' TO LINE-MARKER.
           MOVE 11 TO LINE-MARKER-LEN.
           PERFORM REDIS-PULL-VALUE.
           MOVE LINE-VALUE-TXT TO LINE-UNPL-TXT.
           MOVE ZEROES TO LINE-ADJ LINE-UNPLANNED.
           IF LINE-ADJ-TXT IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION NUMVAL(LINE-ADJ-TXT) TO LINE-ADJ
           END-IF.
           IF FUNCTION TRIM(LINE-UNPL-TXT) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(LINE-UNPL-TXT) TO LINE-UNPLANNED
           END-IF.
           MOVE SPACES TO LINE-SUFFIX.
           IF LINE-ADJ IS LESS THAN AVAIL-TARGET THEN
               MOVE '  BELOW TARGET' TO LINE-SUFFIX
           END-IF.
           MOVE LINE-ADJ TO RPT-PCT-DISP.
           MOVE SPACES TO LINE-TEXT.
           STRING 'host='                    DELIMITED BY SIZE
                  FUNCTION TRIM(LINE-HOST)   DELIMITED BY SIZE
                  '  adjusted='              DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PCT-DISP) DELIMITED BY SIZE
                  '%  unplanned failed checks='
                                             DELIMITED BY SIZE
                  LINE-UNPLANNED             DELIMITED BY SIZE
                  LINE-SUFFIX                DELIMITED BY SIZE
             INTO LINE-TEXT.
           IF LINE-ADJ IS LESS THAN AVAIL-TARGET THEN
               ADD 1 TO TLY-BELOW
               MOVE 'Y' TO SEC-FORCE-RED(SEC-IDX)
               PERFORM REDIS-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF LINE-UNPLANNED IS GREATER THAN ZEROES THEN
               PERFORM REDIS-ADD-EXCEPTION
           END-IF.

      * redis-captrend's console: every error: line and every
      * [WARN] line is an exception - a host projected to reach
      * maxmemory inside the warning horizon, or a table that ran
      * out of room and left hosts unreported.
       REDIS-SCAN-CAPACITY.
           MOVE 6 TO SEC-IDX.
           OPEN INPUT CAPACITY-LOG.
           IF FS-CAPACITY IS NOT EQUAL TO '00' THEN
               MOVE FS-CAPACITY TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-CAPACITY-LINE
               UNTIL CAPACITY-EOF IS EQUAL TO 'Y'.
           CLOSE CAPACITY-LOG.
           STRING 'hosts projected to reach maxmemory='
                                       DELIMITED BY SIZE
                  TLY-PROJECTED        DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).

       REDIS-SCAN-CAPACITY-LINE.
           READ CAPACITY-LOG
               AT END
                   MOVE 'Y' TO CAPACITY-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-CAPACITY
           END-READ.

       REDIS-JUDGE-CAPACITY.
           IF CAPACITY-RECORD(1:6) IS NOT EQUAL TO 'error:'
              AND CAPACITY-RECORD(1:6) IS NOT EQUAL TO '[WARN]' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO TLY-HITS.
           INSPECT CAPACITY-RECORD
               TALLYING TLY-HITS
                   FOR ALL 'projected to reach maxmemory'.
           IF TLY-HITS IS GREATER THAN ZEROES THEN
               ADD 1 TO TLY-PROJECTED
           END-IF.
           MOVE CAPACITY-RECORD(1:120) TO LINE-TEXT.
           PERFORM REDIS-ADD-EXCEPTION.

      * redis-keycount's console: error: lines and the two bad-
      * reply lines are exceptions. A log with none of those and
      * no key count either means the step died before it got an
      * answer, which is an exception in itself.
       REDIS-SCAN-KEYCOUNT.
           MOVE 7 TO SEC-IDX.
           OPEN INPUT KEYCOUNT-LOG.
           IF FS-KEYCOUNT IS NOT EQUAL TO '00' THEN
               MOVE FS-KEYCOUNT TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-KEYCOUNT-LINE
               UNTIL KEYCOUNT-EOF IS EQUAL TO 'Y'.
           CLOSE KEYCOUNT-LOG.
           IF TLY-KEYCOUNT-SEEN IS EQUAL TO 'N'
              AND SEC-EXCEPTIONS(SEC-IDX) IS EQUAL TO ZEROES THEN
               MOVE 'no key count reported' TO LINE-TEXT
               PERFORM REDIS-ADD-EXCEPTION
           END-IF.
           IF TLY-KEYCOUNT-SEEN IS EQUAL TO 'Y' THEN
               STRING 'key count='        DELIMITED BY SIZE
                      FUNCTION TRIM(TLY-KEYCOUNT-TXT)
                                          DELIMITED BY SIZE
                 INTO SEC-NOTE(SEC-IDX)
           ELSE
               MOVE 'key count not reported' TO SEC-NOTE(SEC-IDX)
           END-IF.

       REDIS-SCAN-KEYCOUNT-LINE.
           READ KEYCOUNT-LOG
               AT END
                   MOVE 'Y' TO KEYCOUNT-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-KEYCOUNT
           END-READ.

       REDIS-JUDGE-KEYCOUNT.
           MOVE KEYCOUNT-RECORD(1:120) TO LINE-TEXT.
           IF KEYCOUNT-RECORD(1:6) IS EQUAL TO 'error:' THEN
               PERFORM REDIS-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO TLY-HITS.
           INSPECT KEYCOUNT-RECORD
               TALLYING TLY-HITS FOR ALL 'reply is an error'
                                     ALL 'unrecognized reply'.
           IF TLY-HITS IS GREATER THAN ZEROES THEN
               PERFORM REDIS-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE KEYCOUNT-RECORD TO LINE-SCRATCH.
           MOVE 'key count=' TO LINE-MARKER.
           MOVE 10 TO LINE-MARKER-LEN.
           PERFORM REDIS-PULL-VALUE.
           IF LINE-VALUE-TXT IS NOT EQUAL TO SPACES THEN
               MOVE 'Y' TO TLY-KEYCOUNT-SEEN
               MOVE LINE-VALUE-TXT TO TLY-KEYCOUNT-TXT
           END-IF.

      * redis-replcheck's console: its own error: lines (master
      * unreachable, wrong role, replica count short) and every
      * summary row not OK. The [WARN] lines and the socket-level
      * error: lines repeat what the summary rows already say, so
      * they are not counted twice. No summary at all means the
      * run stopped early.
       REDIS-SCAN-REPL.
           MOVE 8 TO SEC-IDX.
           OPEN INPUT REPL-LOG.
           IF FS-REPL IS NOT EQUAL TO '00' THEN
               MOVE FS-REPL TO OPEN-STATUS
               PERFORM REDIS-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SEC-FOUND(SEC-IDX).
           PERFORM REDIS-SCAN-REPL-LINE
               UNTIL REPL-EOF IS EQUAL TO 'Y'.
           CLOSE REPL-LOG.
           IF TLY-IN-SUMMARY IS EQUAL TO 'N'
              AND SEC-EXCEPTIONS(SEC-IDX) IS EQUAL TO ZEROES THEN
               MOVE 'no replication summary reported' TO LINE-TEXT
               PERFORM REDIS-ADD-EXCEPTION
           END-IF.
           STRING 'replicas reported='  DELIMITED BY SIZE
                  TLY-REPLICAS          DELIMITED BY SIZE
             INTO SEC-NOTE(SEC-IDX).

       REDIS-SCAN-REPL-LINE.
           READ REPL-LOG
               AT END
                   MOVE 'Y' TO REPL-EOF
               NOT AT END
                   PERFORM REDIS-JUDGE-REPL
           END-READ.

       REDIS-JUDGE-REPL.
           MOVE REPL-RECORD(1:120) TO LINE-TEXT.
           IF REPL-RECORD(1:23) IS EQUAL TO
                 'error: redis-replcheck:' THEN
               PERFORM REDIS-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF REPL-RECORD(1:20) IS EQUAL TO 'HOST            PORT' THEN
               MOVE 'Y' TO TLY-IN-SUMMARY
               EXIT PARAGRAPH
           END-IF.
           IF TLY-IN-SUMMARY IS EQUAL TO 'N'
              OR REPL-RECORD IS EQUAL TO SPACES
              OR REPL-RECORD(1:1) IS EQUAL TO '['
              OR REPL-RECORD(1:6) IS EQUAL TO 'error:' THEN
               EXIT PARAGRAPH
           END-IF.
      * A summary row: host in 1-16, port 17-20, status 24-27.
           ADD 1 TO TLY-REPLICAS.
           IF REPL-RECORD(24:4) IS NOT EQUAL TO 'OK' THEN
               PERFORM REDIS-ADD-EXCEPTION
           END-IF.

       REDIS-RATE-SECTION.
           EVALUATE TRUE
               WHEN SEC-FOUND(SEC-IDX) IS EQUAL TO 'N'
                   MOVE 'AMBER' TO SEC-STATUS(SEC-IDX)
               WHEN SEC-FORCE-RED(SEC-IDX) IS EQUAL TO 'Y'
                   MOVE 'RED' TO SEC-STATUS(SEC-IDX)
               WHEN SEC-EXCEPTIONS(SEC-IDX) IS EQUAL TO ZEROES
                   MOVE 'GREEN' TO SEC-STATUS(SEC-IDX)
               WHEN SEC-RED-AT(SEC-IDX) IS GREATER THAN ZEROES
                AND SEC-EXCEPTIONS(SEC-IDX) IS NOT LESS THAN
                    SEC-RED-AT(SEC-IDX)
                   MOVE 'RED' TO SEC-STATUS(SEC-IDX)
               WHEN OTHER
                   MOVE 'AMBER' TO SEC-STATUS(SEC-IDX)
           END-EVALUATE.
           EVALUATE SEC-STATUS(SEC-IDX)
               WHEN 'GREEN'
                   ADD 1 TO GREEN-COUNT
               WHEN 'AMBER'
                   ADD 1 TO AMBER-COUNT
               WHEN OTHER
                   ADD 1 TO RED-COUNT
           END-EVALUATE.

      * The night is as bad as its worst section.
       REDIS-RATE-NIGHT.
           EVALUATE TRUE
               WHEN RED-COUNT IS GREATER THAN ZEROES
                   MOVE 'RED' TO VERDICT
               WHEN AMBER-COUNT IS GREATER THAN ZEROES
                   MOVE 'AMBER' TO VERDICT
               WHEN OTHER
                   MOVE 'GREEN' TO VERDICT
           END-EVALUATE.

      * The digest is per run - rewritten whole each time. Page
      * one opens with the verdict and a line per section; the
      * sections follow, each with its status, its note and its
      * first LIST-MAX exception lines. Every line goes through
      * REDIS-PUT-LINE, which starts a new page when this one is
      * full; a section heading too near the foot is pushed over
      * to the next page with its lines.
       REDIS-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF FS-REPORT IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-digest: cannot open '
                     , 'REDISDIG.RPT, status=', FS-REPORT
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-PAGE-HEADING.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'OVERALL VERDICT: '        DELIMITED BY SIZE
                  VERDICT                    DELIMITED BY SIZE
                  '    sections green='      DELIMITED BY SIZE
                  GREEN-COUNT                DELIMITED BY SIZE
                  '  amber='                 DELIMITED BY SIZE
                  AMBER-COUNT                DELIMITED BY SIZE
                  '  red='                   DELIMITED BY SIZE
                  RED-COUNT                  DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SECTION                   INPUT         '
                                             DELIMITED BY SIZE
                  'EXCEPTIONS  RED-AT  STATUS'
                                             DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE ALL '-' TO REPORT-RECORD(1:72).
           PERFORM REDIS-PUT-LINE.
           PERFORM REDIS-PRINT-INDEX-LINE
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX IS GREATER THAN 8.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.

           PERFORM REDIS-PRINT-SECTION
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX IS GREATER THAN 8.

           MOVE SPACES TO REPORT-RECORD.
           MOVE '*** END OF DIGEST ***' TO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY '[INFO] redis-digest: digest written, pages='
                 , PAGE-NO
                 .

       REDIS-PRINT-INDEX-LINE.
           MOVE SEC-EXCEPTIONS(SEC-IDX) TO RPT-COUNT-DISP.
           MOVE SEC-RED-AT(SEC-IDX) TO RPT-RED-AT-DISP.
           MOVE SPACES TO REPORT-RECORD.
           STRING SEC-TITLE(SEC-IDX)         DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  SEC-FILE(SEC-IDX)          DELIMITED BY SIZE
                  '       '                  DELIMITED BY SIZE
                  RPT-COUNT-DISP             DELIMITED BY SIZE
                  '   '                      DELIMITED BY SIZE
                  RPT-RED-AT-DISP            DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  SEC-STATUS(SEC-IDX)        DELIMITED BY SIZE
             INTO REPORT-RECORD.
           IF SEC-FOUND(SEC-IDX) IS EQUAL TO 'N' THEN
               MOVE '(no input)' TO REPORT-RECORD(74:10)
           END-IF.
           PERFORM REDIS-PUT-LINE.

       REDIS-PRINT-SECTION.
           IF LINES-ON-PAGE + 6 IS GREATER THAN PAGE-LINES THEN
               MOVE PAGE-LINES TO LINES-ON-PAGE
           END-IF.
           MOVE SEC-EXCEPTIONS(SEC-IDX) TO RPT-COUNT-DISP.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(SEC-TITLE(SEC-IDX))
                                             DELIMITED BY SIZE
                  ' ('                       DELIMITED BY SIZE
                  FUNCTION TRIM(SEC-FILE(SEC-IDX))
                                             DELIMITED BY SIZE
                  ')    status='             DELIMITED BY SIZE
                  SEC-STATUS(SEC-IDX)        DELIMITED BY SIZE
                  '  exceptions='            DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-DISP)
                                             DELIMITED BY SIZE
             INTO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE ALL '-' TO REPORT-RECORD(1:72).
           PERFORM REDIS-PUT-LINE.
           IF SEC-NOTE(SEC-IDX) IS NOT EQUAL TO SPACES THEN
               MOVE SPACES TO REPORT-RECORD
               MOVE SEC-NOTE(SEC-IDX) TO REPORT-RECORD(3:100)
               PERFORM REDIS-PUT-LINE
           END-IF.
           IF SEC-FOUND(SEC-IDX) IS EQUAL TO 'Y'
              AND SEC-EXCEPTIONS(SEC-IDX) IS EQUAL TO ZEROES THEN
               MOVE SPACES TO REPORT-RECORD
               MOVE 'no exceptions' TO REPORT-RECORD(3:13)
               PERFORM REDIS-PUT-LINE
           END-IF.
           PERFORM REDIS-PRINT-DETAIL
               VARYING DTL-IDX FROM 1 BY 1
               UNTIL DTL-IDX IS GREATER THAN DTL-COUNT.
           IF SEC-UNLISTED(SEC-IDX) IS GREATER THAN ZEROES THEN
               MOVE SPACES TO REPORT-RECORD
               STRING '  ... and '           DELIMITED BY SIZE
                      SEC-UNLISTED(SEC-IDX)  DELIMITED BY SIZE
                      ' more not listed - see '
                                             DELIMITED BY SIZE
                      FUNCTION TRIM(SEC-FILE(SEC-IDX))
                                             DELIMITED BY SIZE
                 INTO REPORT-RECORD
               PERFORM REDIS-PUT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM REDIS-PUT-LINE.

       REDIS-PRINT-DETAIL.
           IF DTL-SEC(DTL-IDX) IS NOT EQUAL TO SEC-IDX THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE DTL-TEXT(DTL-IDX) TO REPORT-RECORD(3:120).
           PERFORM REDIS-PUT-LINE.

      * A full page takes a heading first; the line waiting to go
      * out is held while the heading borrows the record. Every
      * write carries its own carriage control (page throw for
      * the heading, one line otherwise) - mixing in a plain WRITE
      * runs the lines together on a LINE SEQUENTIAL file.
       REDIS-PUT-LINE.
           IF LINES-ON-PAGE IS NOT LESS THAN PAGE-LINES THEN
               MOVE REPORT-RECORD TO HOLD-LINE
               PERFORM REDIS-PAGE-HEADING
               MOVE HOLD-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           IF FS-REPORT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-digest: digest write '
                     , 'failed, status=', FS-REPORT
           END-IF.
           ADD 1 TO LINES-ON-PAGE.

      * Run date and time, the night's verdict and the page number
      * on every page, so a page pulled off the printer on its own
      * still says which morning it belongs to and how it went.
      * Blank the FD record before each STRING - its initial
      * low-values fail a LINE SEQUENTIAL WRITE with status 71.
       REDIS-PAGE-HEADING.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RPT-PAGE-DISP.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REDIS MORNING OPERATIONS DIGEST'
                                             DELIMITED BY SIZE
                  '    run '                 DELIMITED BY SIZE
                  RUN-DATE-DISP              DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  RUN-TIME-DISP              DELIMITED BY SIZE
                  '    verdict '             DELIMITED BY SIZE
                  VERDICT                    DELIMITED BY SIZE
                  '    page '                DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PAGE-DISP)
                                             DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE ALL '=' TO REPORT-RECORD(1:100).
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           IF FS-REPORT IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-digest: digest write '
                     , 'failed, status=', FS-REPORT
           END-IF.
           MOVE 3 TO LINES-ON-PAGE.

       REDIS-WRITE-HANDOVER.
           OPEN OUTPUT HANDOVER-FILE.
           IF FS-HANDOVER IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-digest: cannot open '
                     , 'REDISDGS.DAT, status=', FS-HANDOVER
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO HANDOVER-RECORD.
           MOVE RUN-STAMP(1:8) TO HND-DATE.
           MOVE RUN-STAMP(9:6) TO HND-TIME.
           MOVE VERDICT TO HND-VERDICT.
           PERFORM REDIS-HANDOVER-SECTION
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX IS GREATER THAN 8.
           WRITE HANDOVER-RECORD.
           IF FS-HANDOVER IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-digest: handover write '
                     , 'failed, status=', FS-HANDOVER
           END-IF.
           CLOSE HANDOVER-FILE.

       REDIS-HANDOVER-SECTION.
           MOVE SEC-STATUS(SEC-IDX)(1:1) TO HND-SEC-STATUS(SEC-IDX).
           MOVE SEC-EXCEPTIONS(SEC-IDX) TO HND-SEC-COUNT(SEC-IDX).

       REDIS-PRINT-SUMMARY.
           DISPLAY '[INFO] redis-digest: verdict=', VERDICT
                 , ' green=', GREEN-COUNT
                 , ' amber=', AMBER-COUNT
                 , ' red=', RED-COUNT
                 .
           PERFORM REDIS-PRINT-SUMMARY-ONE
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX IS GREATER THAN 8.

       REDIS-PRINT-SUMMARY-ONE.
           DISPLAY '[INFO] redis-digest: section='
                 , FUNCTION TRIM(SEC-KEY(SEC-IDX))
                 , ' status=', FUNCTION TRIM(SEC-STATUS(SEC-IDX))
                 , ' exceptions=', SEC-EXCEPTIONS(SEC-IDX)
                 .
