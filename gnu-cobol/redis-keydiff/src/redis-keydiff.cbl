      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-KEYDIFF.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's inventory as redis-keydump wrote it - same fixed
      * columns as its EXPORT-RECORD.
           SELECT EXPORT-FILE ASSIGN TO 'REDISKEY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
      * The previous generation. redis-keydump overwrites
      * REDISKEY.DAT every night, so this program keeps its own
      * copy of the inventory it last compared, rolled forward at
      * the end of every clean run.
           SELECT PREVIOUS-FILE ASSIGN TO 'REDISKEY.PRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREVIOUS.
           SELECT GEN-TMP-FILE ASSIGN TO 'REDISKEY.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GEN-TMP.
      * One line per changed key - per run, a fresh file each time.
           SELECT DIFF-FILE ASSIGN TO 'REDISKDF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFF.
      * Per-prefix churn, one record per prefix per run date,
      * appended so a deployment's footprint can be looked up days
      * after the detail file has been replaced.
           SELECT CHURN-FILE ASSIGN TO 'REDISKDC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHURN.
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
       FD  PREVIOUS-FILE.
       01  PREVIOUS-RECORD.
         02  PRV-REC-KEY     PIC X(64).
         02  FILLER          PIC X(01).
         02  PRV-REC-TYPE    PIC X(10).
         02  FILLER          PIC X(01).
         02  PRV-REC-TTL     PIC -(10)9.
       FD  GEN-TMP-FILE.
       01  GEN-TMP-RECORD     PIC X(87).
      * Fixed columns, same shape as redis-keyrecon's exception
      * file, so the application teams can be handed it as is.
       FD  DIFF-FILE.
       01  DIFF-RECORD.
         02  DIF-KEY         PIC X(64).
         02  FILLER          PIC X(01).
         02  DIF-CLASS       PIC X(12).
         02  FILLER          PIC X(01).
         02  DIF-DETAIL      PIC X(60).
       FD  CHURN-FILE.
       01  CHURN-RECORD.
         02  CHN-DATE        PIC X(08).
         02  FILLER          PIC X(01).
         02  CHN-PREFIX      PIC X(32).
         02  FILLER          PIC X(01).
         02  CHN-ADDED       PIC 9(08).
         02  FILLER          PIC X(01).
         02  CHN-REMOVED     PIC 9(08).
         02  FILLER          PIC X(01).
         02  CHN-TYPE-CHG    PIC 9(08).
         02  FILLER          PIC X(01).
         02  CHN-TTL-CHG     PIC 9(08).
         02  FILLER          PIC X(01).
         02  CHN-KEYS-NOW    PIC 9(08).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY POSIXREC.
       01  FS-EXPORT     PIC X(02) VALUE SPACES.
       01  FS-PREVIOUS   PIC X(02) VALUE SPACES.
       01  FS-GEN-TMP    PIC X(02) VALUE SPACES.
       01  FS-DIFF       PIC X(02) VALUE SPACES.
       01  FS-CHURN      PIC X(02) VALUE SPACES.
       01  EXPORT-EOF    PIC X(01) VALUE 'N'.
       01  PREVIOUS-EOF  PIC X(01) VALUE 'N'.
       01  RC            PIC S9(8)  BINARY.
       01  CONFIG-ENV.
         02  ENV-SEP     PIC X(01)  VALUE SPACES.
      * Same prefix rule as redis-keysize: everything before the
      * first REDIS_KEY_SEP character, '(none)' for a key without
      * one.
       01  KEY-SEP       PIC X(01)  VALUE ':'.
      * The whole previous generation sits in this table so
      * tonight's export can stream past it in one pass, the way
      * redis-keyrecon holds its master file; the SEEN flag drives
      * the second pass that reports the keys which disappeared.
       01  PREVIOUS-KEYS.
         02  PRV-COUNT   PIC 9(04) BINARY VALUE ZEROES.
         02  PRV-FULL    PIC X(01) VALUE 'N'.
         02  PRV-TABLE OCCURS 5000 TIMES.
           03  PRV-KEY     PIC X(64) VALUE SPACES.
           03  PRV-TYPE    PIC X(10) VALUE SPACES.
           03  PRV-TTL     PIC S9(11) VALUE ZEROES.
           03  PRV-SEEN    PIC X(01) VALUE 'N'.
      * Churn counters per prefix, one row per prefix seen in either
      * generation.
       01  PREFIX-GROUPS.
         02  PFX-COUNT   PIC 9(03) BINARY VALUE ZEROES.
         02  PFX-FULL    PIC X(01) VALUE 'N'.
         02  PFX-TABLE OCCURS 200 TIMES.
           03  PFX-TEXT     PIC X(32) VALUE SPACES.
           03  PFX-ADDED    PIC 9(08) VALUE ZEROES.
           03  PFX-REMOVED  PIC 9(08) VALUE ZEROES.
           03  PFX-TYPE-CHG PIC 9(08) VALUE ZEROES.
           03  PFX-TTL-CHG  PIC 9(08) VALUE ZEROES.
           03  PFX-KEYS-NOW PIC 9(08) VALUE ZEROES.
       01  LOOKUP.
         02  PRV-IDX     PIC 9(04) BINARY VALUE ZEROES.
         02  PFX-IDX     PIC 9(03) BINARY VALUE ZEROES.
         02  FOUND       PIC X(01) VALUE 'N'.
       01  DIFF-WORK.
         02  KEY-PREFIX    PIC X(32) VALUE SPACES.
         02  KEY-REST      PIC X(64) VALUE SPACES.
         02  PFX-KEY-TXT   PIC X(64) VALUE SPACES.
         02  EXP-TTL-NUM   PIC S9(11) VALUE ZEROES.
         02  TTL-DISP      PIC -(10)9 VALUE ZEROES.
         02  TTL-DISP-2    PIC -(10)9 VALUE ZEROES.
         02  TTL-NOTE      PIC X(12) VALUE SPACES.
         02  DIFF-CLASS    PIC X(12) VALUE SPACES.
         02  SEED-RUN      PIC X(01) VALUE 'N'.
         02  GEN-OK        PIC X(01) VALUE 'Y'.
      * Null-terminated copies for the C rename() call, same as
      * redis-client's metrics rename.
       01  GEN-RENAME.
         02  GEN-RENAME-FROM-Z PIC X(16) VALUE SPACES.
         02  GEN-RENAME-TO-Z   PIC X(16) VALUE SPACES.
       01  DIFF-TOTALS.
         02  KEYS-NOW        PIC 9(08) VALUE ZEROES.
         02  KEYS-BEFORE     PIC 9(08) VALUE ZEROES.
         02  DIF-ADDED       PIC 9(08) VALUE ZEROES.
         02  DIF-REMOVED     PIC 9(08) VALUE ZEROES.
         02  DIF-TYPE-CHG    PIC 9(08) VALUE ZEROES.
         02  DIF-TTL-CHG     PIC 9(08) VALUE ZEROES.
         02  DIF-TOTAL       PIC 9(08) VALUE ZEROES.
       01  REPORT-DISP.
         02  RPT-RUN-DATE  PIC X(08) VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-OPEN-FILES.
           PERFORM REDIS-LOAD-PREVIOUS.
           PERFORM REDIS-DIFF-ONE-KEY
               UNTIL EXPORT-EOF IS EQUAL TO 'Y'.
           CLOSE EXPORT-FILE.
           CLOSE GEN-TMP-FILE.
           IF SEED-RUN IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-SWEEP-PREVIOUS
           END-IF.
           CLOSE DIFF-FILE.
           IF SEED-RUN IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-PRINT-REPORT
               PERFORM REDIS-WRITE-CHURN
           END-IF.
           PERFORM REDIS-ROLL-GENERATION.
      * RC 1 whenever anything changed, so the nightly stream (and
      * an application team waiting on a deployment) can branch on
      * "the keyspace moved"; RC 2 is a failed run, including one
      * whose previous generation was too big to diff against.
           COMPUTE DIF-TOTAL =
               DIF-ADDED + DIF-REMOVED + DIF-TYPE-CHG + DIF-TTL-CHG.
           EVALUATE TRUE
               WHEN GEN-OK IS NOT EQUAL TO 'Y'
                   MOVE 2 TO RETURN-CODE
               WHEN PRV-FULL IS EQUAL TO 'Y'
                   MOVE 2 TO RETURN-CODE
               WHEN DIF-TOTAL IS GREATER THAN ZEROES
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       REDIS-LOAD-CONFIG.
           ACCEPT ENV-SEP FROM ENVIRONMENT 'REDIS_KEY_SEP'.
           IF ENV-SEP IS NOT EQUAL TO SPACES THEN
               MOVE ENV-SEP TO KEY-SEP
           END-IF.
           DISPLAY '[INFO] redis-keydiff: config sep=', KEY-SEP.

      * Tonight's export missing is a failed run. The previous
      * generation missing just means this is the first run: the
      * export is stored as the baseline and nothing is reported,
      * because calling every key "added" proves nothing.
       REDIS-OPEN-FILES.
           OPEN INPUT EXPORT-FILE.
           IF FS-EXPORT IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-keydiff: cannot open '
                     , 'REDISKEY.DAT, status=', FS-EXPORT
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PREVIOUS-FILE.
           EVALUATE FS-PREVIOUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y' TO SEED-RUN
                   DISPLAY '[INFO] redis-keydiff: no REDISKEY.PRV yet,'
                         , ' storing tonight''s export as the baseline'
               WHEN OTHER
                   DISPLAY 'error: redis-keydiff: cannot open '
                         , 'REDISKEY.PRV, status=', FS-PREVIOUS
                   MOVE 2 TO RETURN-CODE
                   CLOSE EXPORT-FILE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT DIFF-FILE.
           IF FS-DIFF IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-keydiff: cannot open '
                     , 'REDISKDF.DAT, status=', FS-DIFF
               MOVE 2 TO RETURN-CODE
               CLOSE EXPORT-FILE
               IF SEED-RUN IS NOT EQUAL TO 'Y' THEN
                   CLOSE PREVIOUS-FILE
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT GEN-TMP-FILE.
           IF FS-GEN-TMP IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-keydiff: cannot open '
                     , 'REDISKEY.TMP, status=', FS-GEN-TMP
               MOVE 2 TO RETURN-CODE
               CLOSE EXPORT-FILE
               CLOSE DIFF-FILE
               IF SEED-RUN IS NOT EQUAL TO 'Y' THEN
                   CLOSE PREVIOUS-FILE
               END-IF
               STOP RUN
           END-IF.

      * Unlike redis-keyrecon's master table, an overflow here fails
      * the run: every previous key that did not fit would come out
      * as "added" tonight, and this report is exactly what gets
      * quoted at an application team. No diff is taken - the run
      * carries on as a seed run - but tonight's export is still
      * rolled in as REDISKEY.PRV, otherwise the oversized
      * generation would stay put and fail every night after.
       REDIS-LOAD-PREVIOUS.
           IF SEED-RUN IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-LOAD-PREVIOUS-LINE
               UNTIL PREVIOUS-EOF IS EQUAL TO 'Y'
                  OR PRV-FULL IS EQUAL TO 'Y'.
           CLOSE PREVIOUS-FILE.
           IF PRV-FULL IS EQUAL TO 'Y' THEN
               DISPLAY '[WARN] redis-keydiff: previous generation '
                     , 'holds more than 5000 keys, no diff taken - '
                     , 'tonight''s export still becomes REDISKEY.PRV'
               MOVE 'Y' TO SEED-RUN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '[INFO] redis-keydiff: previous generation loaded,'
                 , ' keys=', PRV-COUNT
                 .

       REDIS-LOAD-PREVIOUS-LINE.
           READ PREVIOUS-FILE
               AT END
                   MOVE 'Y' TO PREVIOUS-EOF
               NOT AT END
                   PERFORM REDIS-STORE-PREVIOUS-KEY
           END-READ.

       REDIS-STORE-PREVIOUS-KEY.
           IF FUNCTION TRIM(PRV-REC-KEY) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF PRV-COUNT IS EQUAL TO 5000 THEN
               MOVE 'Y' TO PRV-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRV-COUNT.
           ADD 1 TO KEYS-BEFORE.
           MOVE PRV-REC-KEY TO PRV-KEY(PRV-COUNT).
           MOVE PRV-REC-TYPE TO PRV-TYPE(PRV-COUNT).
           MOVE FUNCTION NUMVAL(PRV-REC-TTL) TO PRV-TTL(PRV-COUNT).
           MOVE 'N' TO PRV-SEEN(PRV-COUNT).

      * Every export line also goes to the generation temp, which
      * becomes REDISKEY.PRV once the run has finished cleanly.
       REDIS-DIFF-ONE-KEY.
           READ EXPORT-FILE
               AT END
                   MOVE 'Y' TO EXPORT-EOF
               NOT AT END
                   PERFORM REDIS-COPY-GENERATION
                   PERFORM REDIS-DIFF-CHECK-KEY
           END-READ.

       REDIS-COPY-GENERATION.
           MOVE EXPORT-RECORD TO GEN-TMP-RECORD.
           WRITE GEN-TMP-RECORD.
           IF FS-GEN-TMP IS NOT EQUAL TO '00' THEN
               IF GEN-OK IS EQUAL TO 'Y' THEN
                   DISPLAY 'error: redis-keydiff: generation copy '
                         , 'write failed, status=', FS-GEN-TMP
               END-IF
               MOVE 'N' TO GEN-OK
           END-IF.

      * One key of tonight's export against the previous generation:
      * there at all, then same type, then the same expiry
      * behaviour. A TTL counting down night over night is not a
      * change; a key that used to expire and now never will (or
      * the other way round) is - that is the "lost its TTL" case
      * the application teams get bitten by. Type and TTL are
      * checked independently, so one key can raise both.
       REDIS-DIFF-CHECK-KEY.
           IF FUNCTION TRIM(EXP-KEY) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO KEYS-NOW.
           IF SEED-RUN IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE EXP-KEY TO PFX-KEY-TXT.
           PERFORM REDIS-SPLIT-PREFIX.
           PERFORM REDIS-FIND-PREFIX.
           IF PFX-IDX IS NOT EQUAL TO ZEROES THEN
               ADD 1 TO PFX-KEYS-NOW(PFX-IDX)
           END-IF.
           MOVE FUNCTION NUMVAL(EXP-TTL) TO EXP-TTL-NUM.
           PERFORM REDIS-FIND-PREVIOUS-KEY.
           IF FOUND IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO DIF-ADDED
               IF PFX-IDX IS NOT EQUAL TO ZEROES THEN
                   ADD 1 TO PFX-ADDED(PFX-IDX)
               END-IF
               MOVE SPACES TO DIFF-RECORD
               MOVE 'ADDED' TO DIF-CLASS
               MOVE EXP-TTL-NUM TO TTL-DISP
               STRING 'type='                    DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-TYPE)    DELIMITED BY SIZE
                      ' ttl='                    DELIMITED BY SIZE
                      FUNCTION TRIM(TTL-DISP)    DELIMITED BY SIZE
                 INTO DIF-DETAIL
               PERFORM REDIS-WRITE-DIFF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO PRV-SEEN(PRV-IDX).
           IF FUNCTION TRIM(EXP-TYPE) IS NOT EQUAL TO
                 FUNCTION TRIM(PRV-TYPE(PRV-IDX)) THEN
               ADD 1 TO DIF-TYPE-CHG
               IF PFX-IDX IS NOT EQUAL TO ZEROES THEN
                   ADD 1 TO PFX-TYPE-CHG(PFX-IDX)
               END-IF
               MOVE SPACES TO DIFF-RECORD
               MOVE 'TYPE-CHANGED' TO DIF-CLASS
               STRING 'was='                     DELIMITED BY SIZE
                      FUNCTION TRIM(PRV-TYPE(PRV-IDX))
                                                 DELIMITED BY SIZE
                      ' now='                    DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-TYPE)    DELIMITED BY SIZE
                 INTO DIF-DETAIL
               PERFORM REDIS-WRITE-DIFF
           END-IF.
           IF (PRV-TTL(PRV-IDX) IS EQUAL TO -1
               AND EXP-TTL-NUM IS GREATER THAN ZEROES)
              OR (PRV-TTL(PRV-IDX) IS GREATER THAN ZEROES
               AND EXP-TTL-NUM IS EQUAL TO -1) THEN
               ADD 1 TO DIF-TTL-CHG
               IF PFX-IDX IS NOT EQUAL TO ZEROES THEN
                   ADD 1 TO PFX-TTL-CHG(PFX-IDX)
               END-IF
               MOVE SPACES TO DIFF-RECORD
               MOVE 'TTL-CHANGED' TO DIF-CLASS
               MOVE PRV-TTL(PRV-IDX) TO TTL-DISP
               MOVE EXP-TTL-NUM TO TTL-DISP-2
               IF EXP-TTL-NUM IS EQUAL TO -1 THEN
                   MOVE '(lost ttl)' TO TTL-NOTE
               ELSE
                   MOVE '(gained ttl)' TO TTL-NOTE
               END-IF
               STRING 'was='                     DELIMITED BY SIZE
                      FUNCTION TRIM(TTL-DISP)    DELIMITED BY SIZE
                      ' now='                    DELIMITED BY SIZE
                      FUNCTION TRIM(TTL-DISP-2)  DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      FUNCTION TRIM(TTL-NOTE)    DELIMITED BY SIZE
                 INTO DIF-DETAIL
               PERFORM REDIS-WRITE-DIFF
           END-IF.

      * Same linear find-or-miss walk as redis-keyrecon's master
      * lookup; the VARYING loop leaves the index one past the hit.
       REDIS-FIND-PREVIOUS-KEY.
           MOVE 'N' TO FOUND.
           MOVE ZEROES TO PRV-IDX.
           PERFORM REDIS-FIND-PREVIOUS-KEY-STEP
               VARYING PRV-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR PRV-IDX IS GREATER THAN PRV-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM PRV-IDX
           END-IF.

       REDIS-FIND-PREVIOUS-KEY-STEP.
           IF PRV-KEY(PRV-IDX) IS EQUAL TO EXP-KEY THEN
               MOVE 'Y' TO FOUND
           END-IF.

      * Second pass: any previous key tonight's export never
      * touched has gone from the server since the last run.
       REDIS-SWEEP-PREVIOUS.
           PERFORM REDIS-SWEEP-PREVIOUS-ONE
               VARYING PRV-IDX FROM 1 BY 1
               UNTIL PRV-IDX IS GREATER THAN PRV-COUNT.

       REDIS-SWEEP-PREVIOUS-ONE.
           IF PRV-SEEN(PRV-IDX) IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DIF-REMOVED.
           MOVE PRV-KEY(PRV-IDX) TO PFX-KEY-TXT.
           PERFORM REDIS-SPLIT-PREFIX.
           PERFORM REDIS-FIND-PREFIX.
           IF PFX-IDX IS NOT EQUAL TO ZEROES THEN
               ADD 1 TO PFX-REMOVED(PFX-IDX)
           END-IF.
           MOVE SPACES TO DIFF-RECORD.
           MOVE 'REMOVED' TO DIF-CLASS.
           MOVE PRV-TTL(PRV-IDX) TO TTL-DISP.
           STRING 'type='                           DELIMITED BY SIZE
                  FUNCTION TRIM(PRV-TYPE(PRV-IDX))  DELIMITED BY SIZE
                  ' ttl='                           DELIMITED BY SIZE
                  FUNCTION TRIM(TTL-DISP)           DELIMITED BY SIZE
             INTO DIF-DETAIL.
           MOVE PRV-KEY(PRV-IDX) TO DIF-KEY.
           WRITE DIFF-RECORD.
           IF FS-DIFF IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-keydiff: diff write failed, '
                     , 'status=', FS-DIFF
           END-IF.

      * The caller blanks the record (its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71) and fills in the class
      * and detail; the key in hand is always the export record's.
       REDIS-WRITE-DIFF.
           MOVE EXP-KEY TO DIF-KEY.
           WRITE DIFF-RECORD.
           IF FS-DIFF IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-keydiff: diff write failed, '
                     , 'status=', FS-DIFF
           END-IF.

       REDIS-SPLIT-PREFIX.
           MOVE SPACES TO KEY-PREFIX KEY-REST.
           UNSTRING FUNCTION TRIM(PFX-KEY-TXT) DELIMITED BY KEY-SEP
               INTO KEY-PREFIX KEY-REST
           END-UNSTRING.
           IF KEY-REST IS EQUAL TO SPACES THEN
               MOVE '(none)' TO KEY-PREFIX
           END-IF.

      * Find-or-add, warned about once on overflow like
      * redis-keysize's prefix table. PFX-IDX comes back zero when
      * the prefix could not be added; the key still counts in the
      * overall totals.
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
                   DISPLAY '[WARN] redis-keydiff: more than 200 '
                         , 'prefixes, extras not totalled'
                   MOVE 'Y' TO PFX-FULL
               END-IF
               MOVE ZEROES TO PFX-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PFX-COUNT.
           MOVE PFX-COUNT TO PFX-IDX.
           MOVE KEY-PREFIX TO PFX-TEXT(PFX-IDX).

       REDIS-FIND-PREFIX-STEP.
           IF PFX-TEXT(PFX-IDX) IS EQUAL TO KEY-PREFIX THEN
               MOVE 'Y' TO FOUND
           END-IF.

       REDIS-PRINT-REPORT.
           DISPLAY '[INFO] redis-keydiff: churn by key prefix'.
           DISPLAY 'PREFIX                           ADDED     '
                 , 'REMOVED   TYPE-CHG  TTL-CHG   KEYS-NOW'
                 .
           PERFORM REDIS-PRINT-ONE-PREFIX
               VARYING PFX-IDX FROM 1 BY 1
               UNTIL PFX-IDX IS GREATER THAN PFX-COUNT.
           DISPLAY '[INFO] redis-keydiff: totals'
                 , ' keys_before=', KEYS-BEFORE
                 , ' keys_now=', KEYS-NOW
                 , ' added=', DIF-ADDED
                 , ' removed=', DIF-REMOVED
                 , ' type_changed=', DIF-TYPE-CHG
                 , ' ttl_changed=', DIF-TTL-CHG
                 .

       REDIS-PRINT-ONE-PREFIX.
           DISPLAY PFX-TEXT(PFX-IDX), ' '
                 , PFX-ADDED(PFX-IDX), '  '
                 , PFX-REMOVED(PFX-IDX), '  '
                 , PFX-TYPE-CHG(PFX-IDX), '  '
                 , PFX-TTL-CHG(PFX-IDX), '  '
                 , PFX-KEYS-NOW(PFX-IDX)
                 .

      * Same OPEN EXTEND / fall back to OPEN OUTPUT dance as
      * redis-keysize's chargeback feed. A prefix whose keys all
      * went away still gets its row - a wiped prefix is the
      * headline, not something to leave out.
       REDIS-WRITE-CHURN.
           OPEN EXTEND CHURN-FILE.
           IF FS-CHURN IS EQUAL TO '35' THEN
               OPEN OUTPUT CHURN-FILE
           END-IF.
           IF FS-CHURN IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-keydiff: cannot open '
                     , 'REDISKDC.DAT, status=', FS-CHURN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-RUN-DATE.
           PERFORM REDIS-WRITE-CHURN-ONE
               VARYING PFX-IDX FROM 1 BY 1
               UNTIL PFX-IDX IS GREATER THAN PFX-COUNT.
           CLOSE CHURN-FILE.

       REDIS-WRITE-CHURN-ONE.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO CHURN-RECORD.
           MOVE RPT-RUN-DATE TO CHN-DATE.
           MOVE PFX-TEXT(PFX-IDX) TO CHN-PREFIX.
           MOVE PFX-ADDED(PFX-IDX) TO CHN-ADDED.
           MOVE PFX-REMOVED(PFX-IDX) TO CHN-REMOVED.
           MOVE PFX-TYPE-CHG(PFX-IDX) TO CHN-TYPE-CHG.
           MOVE PFX-TTL-CHG(PFX-IDX) TO CHN-TTL-CHG.
           MOVE PFX-KEYS-NOW(PFX-IDX) TO CHN-KEYS-NOW.
           WRITE CHURN-RECORD.
           IF FS-CHURN IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-keydiff: churn write failed, '
                     , 'status=', FS-CHURN
           END-IF.

      * Tonight's copy becomes the previous generation in one step,
      * by rename, the same temp-and-rename redis-housekeep uses for
      * its archives. A short copy (failed write) is never renamed
      * in - tomorrow then diffs against the older generation
      * instead, which over-reports rather than hides change.
       REDIS-ROLL-GENERATION.
           IF GEN-OK IS NOT EQUAL TO 'Y' THEN
               DISPLAY '[WARN] redis-keydiff: REDISKEY.PRV not rolled '
                     , 'forward'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GEN-RENAME-FROM-Z GEN-RENAME-TO-Z.
           STRING 'REDISKEY.TMP' DELIMITED BY SIZE
                  x'00'          DELIMITED BY SIZE
             INTO GEN-RENAME-FROM-Z.
           STRING 'REDISKEY.PRV' DELIMITED BY SIZE
                  x'00'          DELIMITED BY SIZE
             INTO GEN-RENAME-TO-Z.
           CALL 'rename' USING
               BY REFERENCE GEN-RENAME-FROM-Z
               BY REFERENCE GEN-RENAME-TO-Z
               RETURNING RC
           END-CALL.
           IF RC IS NOT EQUAL TO 0 THEN
               CALL 'ffi_posix_errno' RETURNING ERRNO IN POSIX
               DISPLAY 'error: redis-keydiff: rename failed, '
                     , 'errno=', ERRNO IN POSIX
               MOVE 'N' TO GEN-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '[INFO] redis-keydiff: REDISKEY.PRV rolled forward,'
                 , ' keys=', KEYS-NOW
                 .
