      * columns - the same 64-character key width as redis-keydump's
      * export and the same 128-character value width as the warm
      * file, so the disaster-recovery pair lines up with the rest
      * of the estate's fixed layouts. REDIS_BACKUP_FILE names a
      * different file, e.g. the before-image redis-purge leaves in
      * REDISPBI.DAT, so a purge is undone by a plain restore.
           SELECT BACKUP-FILE ASSIGN USING BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP.
           SELECT REJECT-FILE ASSIGN TO 'REDISBRJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT.
      * One checkpoint file whichever image is replayed; each
      * record names the image it counts, so a checkpoint left by
      * one restore is never applied to another.
           SELECT CHECKPOINT-FILE ASSIGN TO 'REDISBCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.
           SELECT AUTH-FILE ASSIGN USING SES-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTH-FILE.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-RECORD     PIC X(320).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
         02  CKP-REC-COUNT   PIC X(08).
         02  FILLER          PIC X(01).
         02  CKP-REC-IMAGE   PIC X(64).
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD  PIC X(64).
      *------------------------
       WORKING-STORAGE SECTION.
       COPY REDISREC.
       COPY POSIXREC.
       COPY REDISSES.
       01  FS-BACKUP     PIC X(02) VALUE SPACES.
       01  FS-REJECT     PIC X(02) VALUE SPACES.
       01  FS-CHECKPOINT PIC X(02) VALUE SPACES.
         02  ENV-PORT    PIC X(05)  VALUE SPACES.
         02  ENV-MODE    PIC X(10)  VALUE SPACES.
         02  ENV-CKP     PIC X(10)  VALUE SPACES.
         02  ENV-FILE    PIC X(64)  VALUE SPACES.
       01  BACKUP-FILE-NAME PIC X(64) VALUE 'REDISBKP.DAT'.
      * 'B' walks the keyspace and writes the restore file; 'R'
      * replays the file back over one connection, re-applying each
      * record's TTL. One program for both directions so the file
       01  RESTORE-STATE.
         02  CKP-INTERVAL    PIC 9(06) VALUE 1000.
         02  CKP-START       PIC 9(08) VALUE ZEROES.
         02  CKP-IMAGE       PIC X(64) VALUE SPACES.
         02  CKP-SINCE       PIC 9(06) VALUE ZEROES.
         02  RST-READ        PIC 9(08) VALUE ZEROES.
         02  RST-SKIPPED     PIC 9(08) VALUE ZEROES.
      * Same REDIS_HOST/REDIS_PORT override convention as
      * redis-client; REDIS_BACKUP_MODE=RESTORE flips the run into
      * replay, REDIS_BACKUP_CHECKPOINT overrides how many restored
      * records go between checkpoint rewrites. REDIS_AUTH_FILE and
      * REDIS_DB drive the same session handshake as redis-purge,
      * so an undo lands in the database the purge took it from.
       REDIS-LOAD-CONFIG.
           ACCEPT ENV-HOST FROM ENVIRONMENT 'REDIS_HOST'.
           IF ENV-HOST IS NOT EQUAL TO SPACES THEN
               MOVE 1000 TO CKP-INTERVAL
           END-IF.

           PERFORM REDIS-SESSION-CONFIG.

           ACCEPT ENV-FILE FROM ENVIRONMENT 'REDIS_BACKUP_FILE'.
           IF ENV-FILE IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION TRIM(ENV-FILE) TO BACKUP-FILE-NAME
           END-IF.

           DISPLAY '[INFO] redis-backup: config host=', HOST IN REDIS
                 , ' port=', PORT IN REDIS
                 , ' mode=', RUN-MODE
                 , ' checkpoint=', CKP-INTERVAL
                 , ' file=', FUNCTION TRIM(BACKUP-FILE-NAME)
                 .

       FFI-POSIX-INIT.
           OPEN OUTPUT BACKUP-FILE.
           IF FS-BACKUP IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-backup: cannot open '
                     , FUNCTION TRIM(BACKUP-FILE-NAME)
                     , ', status=', FS-BACKUP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-CONNECT.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-RC TO RETURN-CODE
               END-IF
               PERFORM FFI-POSIX-CLOSE
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF.
           MOVE '0' TO SCAN-CURSOR.
           MOVE 'N' TO SCAN-DONE.
           PERFORM REDIS-SCAN-BATCH
      * Restore: replay REDISBKP.DAT over one connection, SET then
      * EXPIRE per record so restored keys still expire on
      * schedule. Reject-file and checkpoint-restart behavior is
      * the same as redis-load gives the warm file. The session
      * handshake matters more here than anywhere: without the
      * AUTH a protected server refuses every SET, and without the
      * SELECT an image taken from (or purged out of) a non-zero
      * REDIS_DB would be written back into db 0. A session
      * failure leaves any checkpoint as it was for the rerun.
      *------------------------
       REDIS-RESTORE-RUN.
           PERFORM REDIS-READ-CHECKPOINT.
           PERFORM REDIS-OPEN-RESTORE-FILES.
           PERFORM REDIS-CONNECT.
           PERFORM REDIS-SESSION-SETUP.
           IF SES-OK IS NOT EQUAL TO 'Y' THEN
               IF SES-RC IS NOT EQUAL TO ZEROES THEN
                   MOVE SES-RC TO RETURN-CODE
               END-IF
               PERFORM FFI-POSIX-CLOSE
               CLOSE BACKUP-FILE
               CLOSE REJECT-FILE
               STOP RUN
           END-IF.
           PERFORM REDIS-RESTORE-ONE-RECORD
               UNTIL BACKUP-EOF IS EQUAL TO 'Y'.
           PERFORM FFI-POSIX-CLOSE.
               MOVE 0 TO RETURN-CODE
           END-IF.

      * A checkpoint taken against a different image (or an older
      * one that names no image at all) says nothing about this
      * file - honouring it would silently skip this image's first
      * records - so it is dropped and the restore starts from the
      * top. Replaying from the start is safe, SET and EXPIRE being
      * idempotent.
       REDIS-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT IS NOT EQUAL TO '00' THEN
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(CKP-REC-COUNT) IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(CKP-REC-COUNT)
                         TO CKP-START
                       MOVE CKP-REC-IMAGE TO CKP-IMAGE
                   END-IF
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF CKP-START IS GREATER THAN ZEROES
              AND CKP-IMAGE IS NOT EQUAL TO BACKUP-FILE-NAME THEN
               IF CKP-IMAGE IS EQUAL TO SPACES THEN
                   MOVE '(none)' TO CKP-IMAGE
               END-IF
               DISPLAY '[WARN] redis-backup: checkpoint record='
                     , CKP-START, ' names image '
                     , FUNCTION TRIM(CKP-IMAGE)
                     , ', not ', FUNCTION TRIM(BACKUP-FILE-NAME)
                     , ' - ignored, restoring from the start'
               MOVE ZEROES TO CKP-START
           END-IF.
           IF CKP-START IS GREATER THAN ZEROES THEN
               DISPLAY '[INFO] redis-backup: restarting restore from '
                     , 'checkpoint record=', CKP-START
           OPEN INPUT BACKUP-FILE.
           IF FS-BACKUP IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-backup: cannot open '
                     , FUNCTION TRIM(BACKUP-FILE-NAME)
                     , ', status=', FS-BACKUP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE RST-READ TO CKP-REC-COUNT.
           MOVE BACKUP-FILE-NAME TO CKP-REC-IMAGE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE '0' TO CKP-REC-COUNT(1:1).
           MOVE BACKUP-FILE-NAME TO CKP-REC-IMAGE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

               BY VALUE SOCK IN REDIS
               RETURNING RC
           END-CALL.

       COPY REDISSEP.
