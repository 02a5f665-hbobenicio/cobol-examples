      *------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS-NIGHTLY.
      * AUTHOR is deprecated in GnuCOBOL
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's job stream: one step per line, '*' in column one
      * comments a line out. A line is 'step program prerequisites
      * accepted-rcs action':
      *   step          name the journal and other steps know it by
      *   program       executable to run (under REDIS_NIGHTLY_BIN
      *                 when that is set), e.g. rediskchk.sh
      *   prerequisites comma separated step names that must have
      *                 finished cleanly first, '-' for none
      *   accepted-rcs  comma separated RETURN-CODEs that count as a
      *                 clean finish, e.g. 0,1 for the exception
      *                 reports that use RC 1 for "findings written"
      *   action        ABORT stops the night on any other RC; SKIP
      *                 skips the steps that depend on this one and
      *                 carries on with the rest
           SELECT CONTROL-FILE ASSIGN TO 'REDISNGT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.
      * The run journal: one fixed-column record per step attempted,
      * appended night over night, closed off by an '*END' record
      * saying whether the run finished. It is also the restart
      * file - see REDIS-READ-JOURNAL.
           SELECT JOURNAL-FILE ASSIGN TO 'REDISNGT.JNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
      *------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD     PIC X(200).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
         02  JNL-RUN-ID      PIC X(14).
         02  FILLER          PIC X(01).
         02  JNL-STEP        PIC X(12).
         02  FILLER          PIC X(01).
         02  JNL-START       PIC X(14).
         02  FILLER          PIC X(01).
         02  JNL-END         PIC X(14).
         02  FILLER          PIC X(01).
         02  JNL-RC          PIC -(4)9.
         02  FILLER          PIC X(01).
         02  JNL-STATUS      PIC X(10).
         02  FILLER          PIC X(01).
         02  JNL-PROGRAM     PIC X(80).
      *------------------------
       WORKING-STORAGE SECTION.
       01  FS-CONTROL    PIC X(02) VALUE SPACES.
       01  FS-JOURNAL    PIC X(02) VALUE SPACES.
       01  CONTROL-EOF   PIC X(01) VALUE 'N'.
       01  JOURNAL-EOF   PIC X(01) VALUE 'N'.
       01  CONFIG-ENV.
         02  ENV-BIN     PIC X(80)  VALUE SPACES.
         02  ENV-RESTART PIC X(05)  VALUE SPACES.
      * STP-STATE: 'P' pending, 'D' done, 'F' failed (RC outside
      * the accepted list), 'S' skipped because a prerequisite did
      * not finish cleanly. STP-CARRIED marks a step done by an
      * earlier attempt of the same run that this rerun leaves
      * alone.
       01  NIGHTLY-STEPS.
         02  STP-COUNT   PIC 9(02) BINARY VALUE ZEROES.
         02  STP-FULL    PIC X(01) VALUE 'N'.
         02  STP-TABLE OCCURS 30 TIMES.
           03  STP-NAME    PIC X(12) VALUE SPACES.
           03  STP-PROGRAM PIC X(80) VALUE SPACES.
           03  STP-PREREQ  PIC X(80) VALUE SPACES.
           03  STP-OK-RCS  PIC X(20) VALUE SPACES.
           03  STP-ACTION  PIC X(05) VALUE SPACES.
           03  STP-STATE   PIC X(01) VALUE 'P'.
           03  STP-CARRIED PIC X(01) VALUE 'N'.
           03  STP-RC      PIC S9(05) VALUE ZEROES.
       01  STP-PARSE.
         02  STP-NAME-TXT    PIC X(20) VALUE SPACES.
         02  STP-PROG-TXT    PIC X(80) VALUE SPACES.
         02  STP-PREREQ-TXT  PIC X(80) VALUE SPACES.
         02  STP-RCS-TXT     PIC X(20) VALUE SPACES.
         02  STP-ACTION-TXT  PIC X(10) VALUE SPACES.
       01  LOOKUP.
         02  STP-IDX     PIC 9(02) BINARY VALUE ZEROES.
         02  FIND-IDX    PIC 9(02) BINARY VALUE ZEROES.
         02  FIND-NAME   PIC X(12) VALUE SPACES.
         02  FOUND       PIC X(01) VALUE 'N'.
      * Walk of one step's prerequisite list. PRQ-RESULT comes back
      * 'R' ready (all done), 'W' waiting (one still pending) or
      * 'B' blocked (one failed or was skipped).
       01  PREREQ-WORK.
         02  PRQ-PTR     PIC 9(03) VALUE 1.
         02  PRQ-LEN     PIC 9(03) VALUE ZEROES.
         02  PRQ-NAME    PIC X(20) VALUE SPACES.
         02  PRQ-RESULT  PIC X(01) VALUE SPACES.
         02  PRQ-BAD     PIC X(01) VALUE 'N'.
         02  RCS-PTR     PIC 9(03) VALUE 1.
         02  RCS-LEN     PIC 9(03) VALUE ZEROES.
         02  RCS-TXT     PIC X(06) VALUE SPACES.
         02  RCS-OK      PIC X(01) VALUE 'N'.
      * The run id is the stamp the night started at. A rerun after
      * an unfinished night keeps the old id, so every attempt's
      * records for that night share it.
       01  NIGHTLY-STATE.
         02  NGT-RUN-ID      PIC X(14) VALUE SPACES.
         02  NGT-LAST-ID     PIC X(14) VALUE SPACES.
         02  NGT-LAST-STEP   PIC X(12) VALUE SPACES.
         02  NGT-LAST-STATUS PIC X(10) VALUE SPACES.
         02  NGT-TODAY       PIC X(08) VALUE SPACES.
         02  NGT-RESTART     PIC X(01) VALUE 'N'.
         02  NGT-CARRIED     PIC 9(02) VALUE ZEROES.
         02  NGT-IDLE        PIC X(01) VALUE 'N'.
         02  NGT-ABORTED     PIC X(01) VALUE 'N'.
         02  NGT-CYCLE       PIC X(01) VALUE 'N'.
       01  STEP-RUN.
         02  RUN-COMMAND     PIC X(170) VALUE SPACES.
         02  RUN-STATUS      PIC S9(8) BINARY VALUE ZEROES.
         02  RUN-SIGNAL      PIC S9(8) BINARY VALUE ZEROES.
         02  RUN-START       PIC X(14) VALUE SPACES.
         02  RUN-END         PIC X(14) VALUE SPACES.
         02  RUN-JNL-STATUS  PIC X(10) VALUE SPACES.
       01  NIGHTLY-TOTALS.
         02  NGT-DONE        PIC 9(02) VALUE ZEROES.
         02  NGT-FAILED      PIC 9(02) VALUE ZEROES.
         02  NGT-SKIPPED     PIC 9(02) VALUE ZEROES.
         02  NGT-NOT-RUN     PIC 9(02) VALUE ZEROES.
       01  REPORT-DISP.
         02  RPT-RC-DISP     PIC -(4)9 VALUE ZEROES.
         02  RPT-STATE-DISP  PIC X(08) VALUE SPACES.
      *------------------------
       PROCEDURE DIVISION.
           PERFORM REDIS-LOAD-CONFIG.
           PERFORM REDIS-LOAD-STEPS.
           PERFORM REDIS-READ-JOURNAL.
           PERFORM REDIS-DISPATCH-NEXT
               UNTIL NGT-IDLE IS EQUAL TO 'Y'
                  OR NGT-ABORTED IS EQUAL TO 'Y'.
           IF NGT-ABORTED IS NOT EQUAL TO 'Y' THEN
               PERFORM REDIS-NOTE-CYCLE
           END-IF.
           PERFORM REDIS-WRITE-END-RECORD.
           PERFORM REDIS-PRINT-SUMMARY.
      * RC 2 for an aborted night, 1 when a SKIP step failed or its
      * dependents were skipped, 3 when the step list itself could
      * not be run through (a prerequisite loop) - the scheduler
      * pages on anything but 0.
           EVALUATE TRUE
               WHEN NGT-CYCLE IS EQUAL TO 'Y'
                   MOVE 3 TO RETURN-CODE
               WHEN NGT-ABORTED IS EQUAL TO 'Y'
                   MOVE 2 TO RETURN-CODE
               WHEN NGT-FAILED IS GREATER THAN ZEROES
                 OR NGT-SKIPPED IS GREATER THAN ZEROES
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * REDIS_NIGHTLY_BIN is the directory the step programs live
      * in (left unset, the programs are found on PATH).
      * REDIS_NIGHTLY_RESTART=YES resumes an unfinished night
      * whatever day it started; =NO throws it away and starts a
      * fresh run from the first step. Left unset, only a night
      * begun today is resumed (see REDIS-READ-JOURNAL).
       REDIS-LOAD-CONFIG.
           ACCEPT ENV-BIN FROM ENVIRONMENT 'REDIS_NIGHTLY_BIN'.
           ACCEPT ENV-RESTART FROM ENVIRONMENT 'REDIS_NIGHTLY_RESTART'.
           DISPLAY '[INFO] redis-nightly: config bin='
                 , FUNCTION TRIM(ENV-BIN)
                 , ' restart=', FUNCTION TRIM(ENV-RESTART)
                 .

      * No step list means no night - that has to fail loudly, not
      * finish clean having run nothing.
       REDIS-LOAD-STEPS.
           OPEN INPUT CONTROL-FILE.
           IF FS-CONTROL IS NOT EQUAL TO '00' THEN
               DISPLAY 'error: redis-nightly: cannot open '
                     , 'REDISNGT.CTL, status=', FS-CONTROL
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-LOAD-STEP-LINE
               UNTIL CONTROL-EOF IS EQUAL TO 'Y'.
           CLOSE CONTROL-FILE.
           IF STP-COUNT IS EQUAL TO ZEROES THEN
               DISPLAY 'error: redis-nightly: REDISNGT.CTL holds no '
                     , 'steps, nothing to run'
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REDIS-VALIDATE-PREREQS
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX IS GREATER THAN STP-COUNT.
           IF PRQ-BAD IS EQUAL TO 'Y' THEN
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY '[INFO] redis-nightly: steps loaded, count='
                 , STP-COUNT
                 .

       REDIS-LOAD-STEP-LINE.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CONTROL-EOF
               NOT AT END
                   PERFORM REDIS-STORE-STEP
           END-READ.

       REDIS-STORE-STEP.
           IF CONTROL-RECORD(1:1) IS EQUAL TO '*'
              OR FUNCTION TRIM(CONTROL-RECORD) IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO STP-NAME-TXT STP-PROG-TXT STP-PREREQ-TXT
                          STP-RCS-TXT STP-ACTION-TXT.
           UNSTRING FUNCTION TRIM(CONTROL-RECORD) DELIMITED BY ALL ' '
               INTO STP-NAME-TXT STP-PROG-TXT STP-PREREQ-TXT
                    STP-RCS-TXT STP-ACTION-TXT
           END-UNSTRING.
           IF STP-ACTION-TXT IS NOT EQUAL TO 'ABORT'
              AND STP-ACTION-TXT IS NOT EQUAL TO 'SKIP' THEN
               DISPLAY '[WARN] redis-nightly: malformed step line '
                     , 'skipped: ', FUNCTION TRIM(CONTROL-RECORD)
               EXIT PARAGRAPH
           END-IF.
      * Step names are kept (and journalled) in 12 columns; a longer
      * name would be cut short and could collide with another.
           IF STP-NAME-TXT(13:8) IS NOT EQUAL TO SPACES THEN
               DISPLAY '[WARN] redis-nightly: step name over 12 '
                     , 'characters, line skipped: '
                     , FUNCTION TRIM(CONTROL-RECORD)
               EXIT PARAGRAPH
           END-IF.
           MOVE STP-NAME-TXT TO FIND-NAME.
           PERFORM REDIS-FIND-STEP.
           IF FOUND IS EQUAL TO 'Y' THEN
               DISPLAY '[WARN] redis-nightly: step '
                     , FUNCTION TRIM(STP-NAME-TXT)
                     , ' listed twice, second entry ignored'
               EXIT PARAGRAPH
           END-IF.
           IF STP-COUNT IS EQUAL TO 30 THEN
               IF STP-FULL IS EQUAL TO 'N' THEN
                   DISPLAY '[WARN] redis-nightly: more than 30 '
                         , 'steps, extras not run'
                   MOVE 'Y' TO STP-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STP-COUNT.
           MOVE STP-NAME-TXT   TO STP-NAME(STP-COUNT).
           MOVE STP-PROG-TXT   TO STP-PROGRAM(STP-COUNT).
           MOVE STP-PREREQ-TXT TO STP-PREREQ(STP-COUNT).
           MOVE STP-RCS-TXT    TO STP-OK-RCS(STP-COUNT).
           MOVE STP-ACTION-TXT TO STP-ACTION(STP-COUNT).
           MOVE 'P' TO STP-STATE(STP-COUNT).

      * A prerequisite naming a step that is not in the list can
      * never be satisfied; catching it up front beats finding it
      * at 3am as a step that silently never ran.
       REDIS-VALIDATE-PREREQS.
           IF FUNCTION TRIM(STP-PREREQ(STP-IDX)) IS EQUAL TO '-' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO PRQ-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STP-PREREQ(STP-IDX)))
             TO PRQ-LEN.
           PERFORM REDIS-VALIDATE-ONE-PREREQ
               UNTIL PRQ-PTR IS GREATER THAN PRQ-LEN.

       REDIS-VALIDATE-ONE-PREREQ.
           MOVE SPACES TO PRQ-NAME.
           UNSTRING STP-PREREQ(STP-IDX) DELIMITED BY ','
               INTO PRQ-NAME
               WITH POINTER PRQ-PTR
           END-UNSTRING.
           MOVE PRQ-NAME TO FIND-NAME.
           PERFORM REDIS-FIND-STEP.
           IF PRQ-NAME(13:8) IS NOT EQUAL TO SPACES THEN
               MOVE 'N' TO FOUND
           END-IF.
           IF FOUND IS NOT EQUAL TO 'Y' THEN
               DISPLAY 'error: redis-nightly: step '
                     , FUNCTION TRIM(STP-NAME(STP-IDX))
                     , ' needs unknown step '
                     , FUNCTION TRIM(PRQ-NAME)
               MOVE 'Y' TO PRQ-BAD
           END-IF.

      * Same linear find-or-miss walk as redis-keyrecon's master
      * lookup; the VARYING loop leaves the index one past the hit.
       REDIS-FIND-STEP.
           MOVE 'N' TO FOUND.
           MOVE ZEROES TO FIND-IDX.
           PERFORM REDIS-FIND-STEP-STEP
               VARYING FIND-IDX FROM 1 BY 1
               UNTIL FOUND IS EQUAL TO 'Y'
                  OR FIND-IDX IS GREATER THAN STP-COUNT.
           IF FOUND IS EQUAL TO 'Y' THEN
               SUBTRACT 1 FROM FIND-IDX
           END-IF.

       REDIS-FIND-STEP-STEP.
           IF STP-NAME(FIND-IDX) IS EQUAL TO FIND-NAME THEN
               MOVE 'Y' TO FOUND
           END-IF.

      * Restart. The journal's last record says how the previous
      * night ended: an '*END' record with COMPLETE means it
      * finished and tonight is a fresh run. Anything else - an
      * INCOMPLETE end record, or no end record at all because the
      * driver itself died - means that night is still open, and
      * this run picks it up under the same run id: every step the
      * earlier attempts journalled as OK is carried as done, and
      * dispatch resumes at the step that failed. The done flags
      * are reset whenever the run id changes, so only the open
      * night's records count.
      * An open night is only picked up when it began today, or
      * when REDIS_NIGHTLY_RESTART=YES asks for it. The next
      * scheduled night after an abort must not carry steps that
      * were OK days ago - keyrecon would run against a stale
      * REDISKEY.DAT because keydump was "already complete".
       REDIS-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF FS-JOURNAL IS EQUAL TO '00' THEN
               PERFORM REDIS-READ-JOURNAL-LINE
                   UNTIL JOURNAL-EOF IS EQUAL TO 'Y'
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NGT-TODAY.
           IF NGT-LAST-ID IS NOT EQUAL TO SPACES
              AND NOT (NGT-LAST-STEP IS EQUAL TO '*END'
                       AND NGT-LAST-STATUS IS EQUAL TO 'COMPLETE') THEN
               IF ENV-RESTART IS EQUAL TO 'YES'
                  OR (ENV-RESTART IS NOT EQUAL TO 'NO'
                      AND NGT-LAST-ID(1:8) IS EQUAL TO NGT-TODAY) THEN
                   MOVE 'Y' TO NGT-RESTART
               ELSE
                   DISPLAY '[WARN] redis-nightly: run '
                         , NGT-LAST-ID
                         , ' was left incomplete, not resumed - '
                         , 'starting a fresh run'
               END-IF
           END-IF.
           IF NGT-RESTART IS EQUAL TO 'Y' THEN
               MOVE NGT-LAST-ID TO NGT-RUN-ID
               PERFORM REDIS-COUNT-CARRIED
                   VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX IS GREATER THAN STP-COUNT
               DISPLAY '[INFO] redis-nightly: restarting run '
                     , NGT-RUN-ID
                     , ', steps already complete=', NGT-CARRIED
           ELSE
               PERFORM REDIS-CLEAR-CARRIED
                   VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX IS GREATER THAN STP-COUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO NGT-RUN-ID
               DISPLAY '[INFO] redis-nightly: starting run '
                     , NGT-RUN-ID
           END-IF.

       REDIS-READ-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   PERFORM REDIS-NOTE-JOURNAL-RECORD
           END-READ.

       REDIS-NOTE-JOURNAL-RECORD.
           IF JNL-RUN-ID IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF JNL-RUN-ID IS NOT EQUAL TO NGT-LAST-ID THEN
               PERFORM REDIS-CLEAR-CARRIED
                   VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX IS GREATER THAN STP-COUNT
           END-IF.
           MOVE JNL-RUN-ID TO NGT-LAST-ID.
           MOVE JNL-STEP   TO NGT-LAST-STEP.
           MOVE JNL-STATUS TO NGT-LAST-STATUS.
           IF JNL-STATUS IS NOT EQUAL TO 'OK' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE JNL-STEP TO FIND-NAME.
           PERFORM REDIS-FIND-STEP.
           IF FOUND IS EQUAL TO 'Y' THEN
               MOVE 'D' TO STP-STATE(FIND-IDX)
               MOVE 'Y' TO STP-CARRIED(FIND-IDX)
               MOVE FUNCTION NUMVAL(JNL-RC) TO STP-RC(FIND-IDX)
           END-IF.

       REDIS-CLEAR-CARRIED.
           MOVE 'P' TO STP-STATE(STP-IDX).
           MOVE 'N' TO STP-CARRIED(STP-IDX).
           MOVE ZEROES TO STP-RC(STP-IDX).

       REDIS-COUNT-CARRIED.
           IF STP-CARRIED(STP-IDX) IS EQUAL TO 'Y' THEN
               ADD 1 TO NGT-CARRIED
               DISPLAY '[INFO] redis-nightly: step '
                     , FUNCTION TRIM(STP-NAME(STP-IDX))
                     , ' already complete, not rerun'
           END-IF.

      * One dispatch pass: the first pending step (in control-file
      * order) whose prerequisites have all settled is either run or,
      * if one of them did not finish cleanly, skipped. A pass that
      * finds nothing to do ends the night.
       REDIS-DISPATCH-NEXT.
           MOVE 'Y' TO NGT-IDLE.
           PERFORM REDIS-DISPATCH-SCAN
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX IS GREATER THAN STP-COUNT
                  OR NGT-IDLE IS EQUAL TO 'N'.

       REDIS-DISPATCH-SCAN.
           IF STP-STATE(STP-IDX) IS NOT EQUAL TO 'P' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REDIS-CHECK-PREREQS.
           EVALUATE PRQ-RESULT
               WHEN 'R'
                   MOVE 'N' TO NGT-IDLE
                   PERFORM REDIS-RUN-STEP
               WHEN 'B'
                   MOVE 'N' TO NGT-IDLE
                   PERFORM REDIS-SKIP-STEP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REDIS-CHECK-PREREQS.
           MOVE 'R' TO PRQ-RESULT.
           IF FUNCTION TRIM(STP-PREREQ(STP-IDX)) IS EQUAL TO '-' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO PRQ-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STP-PREREQ(STP-IDX)))
             TO PRQ-LEN.
           PERFORM REDIS-CHECK-ONE-PREREQ
               UNTIL PRQ-PTR IS GREATER THAN PRQ-LEN
                  OR PRQ-RESULT IS EQUAL TO 'B'.

      * A blocked prerequisite wins over a waiting one - once any
      * prerequisite has failed the step can never run tonight.
       REDIS-CHECK-ONE-PREREQ.
           MOVE SPACES TO PRQ-NAME.
           UNSTRING STP-PREREQ(STP-IDX) DELIMITED BY ','
               INTO PRQ-NAME
               WITH POINTER PRQ-PTR
           END-UNSTRING.
           MOVE PRQ-NAME TO FIND-NAME.
           PERFORM REDIS-FIND-STEP.
           IF FOUND IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE STP-STATE(FIND-IDX)
               WHEN 'D'
                   CONTINUE
               WHEN 'P'
                   MOVE 'W' TO PRQ-RESULT
               WHEN OTHER
                   MOVE 'B' TO PRQ-RESULT
           END-EVALUATE.

      * CALL 'SYSTEM' hands back the raw wait status, not the exit
      * code: the step's RETURN-CODE sits in the high byte and a
      * nonzero low byte means the step was killed by a signal.
      * A killed step, or one the shell could not even start, is
      * journalled with RC -1 so it can never match an accepted
      * list.
       REDIS-RUN-STEP.
           MOVE SPACES TO RUN-COMMAND.
           IF ENV-BIN IS NOT EQUAL TO SPACES THEN
               STRING FUNCTION TRIM(ENV-BIN)       DELIMITED BY SIZE
                      '/'                          DELIMITED BY SIZE
                      FUNCTION TRIM(STP-PROGRAM(STP-IDX))
                                                   DELIMITED BY SIZE
                 INTO RUN-COMMAND
           ELSE
               MOVE STP-PROGRAM(STP-IDX) TO RUN-COMMAND
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START.
           DISPLAY '[INFO] redis-nightly: step '
                 , FUNCTION TRIM(STP-NAME(STP-IDX))
                 , ' starting: ', FUNCTION TRIM(RUN-COMMAND)
                 .
           CALL 'SYSTEM' USING RUN-COMMAND
               RETURNING RUN-STATUS
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-END.
           IF RUN-STATUS IS LESS THAN ZEROES THEN
               MOVE -1 TO STP-RC(STP-IDX)
           ELSE
               DIVIDE RUN-STATUS BY 256
                   GIVING STP-RC(STP-IDX)
                   REMAINDER RUN-SIGNAL
               IF RUN-SIGNAL IS NOT EQUAL TO ZEROES THEN
                   MOVE -1 TO STP-RC(STP-IDX)
               END-IF
           END-IF.
           PERFORM REDIS-CHECK-RC.
           IF RCS-OK IS EQUAL TO 'Y' THEN
               MOVE 'D' TO STP-STATE(STP-IDX)
               MOVE 'OK' TO RUN-JNL-STATUS
               ADD 1 TO NGT-DONE
           ELSE
               MOVE 'F' TO STP-STATE(STP-IDX)
               MOVE 'FAILED' TO RUN-JNL-STATUS
               ADD 1 TO NGT-FAILED
               MOVE STP-RC(STP-IDX) TO RPT-RC-DISP
               DISPLAY '[WARN] redis-nightly: step '
                     , FUNCTION TRIM(STP-NAME(STP-IDX))
                     , ' ended rc=', FUNCTION TRIM(RPT-RC-DISP)
                     , ', accepted='
                     , FUNCTION TRIM(STP-OK-RCS(STP-IDX))
                     , ' action=', FUNCTION TRIM(STP-ACTION(STP-IDX))
               IF STP-ACTION(STP-IDX) IS EQUAL TO 'ABORT' THEN
                   MOVE 'Y' TO NGT-ABORTED
               END-IF
           END-IF.
           PERFORM REDIS-WRITE-STEP-RECORD.

       REDIS-CHECK-RC.
           MOVE 'N' TO RCS-OK.
           MOVE 1 TO RCS-PTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STP-OK-RCS(STP-IDX)))
             TO RCS-LEN.
           PERFORM REDIS-CHECK-ONE-RC
               UNTIL RCS-PTR IS GREATER THAN RCS-LEN
                  OR RCS-OK IS EQUAL TO 'Y'.

       REDIS-CHECK-ONE-RC.
           MOVE SPACES TO RCS-TXT.
           UNSTRING STP-OK-RCS(STP-IDX) DELIMITED BY ','
               INTO RCS-TXT
               WITH POINTER RCS-PTR
           END-UNSTRING.
           IF FUNCTION TRIM(RCS-TXT) IS NUMERIC
              AND FUNCTION NUMVAL(RCS-TXT) IS EQUAL TO
                  STP-RC(STP-IDX) THEN
               MOVE 'Y' TO RCS-OK
           END-IF.

      * A skipped step is journalled too, with both stamps set to
      * the moment it was passed over, so the morning read of the
      * journal shows why e.g. keyrecon did not run.
       REDIS-SKIP-STEP.
           DISPLAY '[WARN] redis-nightly: step '
                 , FUNCTION TRIM(STP-NAME(STP-IDX))
                 , ' skipped, prerequisites '
                 , FUNCTION TRIM(STP-PREREQ(STP-IDX))
                 , ' did not all finish cleanly'
                 .
           PERFORM REDIS-JOURNAL-SKIP.

       REDIS-JOURNAL-SKIP.
           MOVE 'S' TO STP-STATE(STP-IDX).
           ADD 1 TO NGT-SKIPPED.
           MOVE ZEROES TO STP-RC(STP-IDX).
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START.
           MOVE RUN-START TO RUN-END.
           MOVE 'SKIPPED' TO RUN-JNL-STATUS.
           PERFORM REDIS-WRITE-STEP-RECORD.

      * Pending steps left once dispatch goes idle (and the night
      * was not aborted) can only be waiting on each other. They
      * are journalled as skipped and the run fails with RC 3 so
      * the control file gets fixed.
       REDIS-NOTE-CYCLE.
           PERFORM REDIS-NOTE-CYCLE-ONE
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX IS GREATER THAN STP-COUNT.

       REDIS-NOTE-CYCLE-ONE.
           IF STP-STATE(STP-IDX) IS NOT EQUAL TO 'P' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO NGT-CYCLE.
           DISPLAY 'error: redis-nightly: step '
                 , FUNCTION TRIM(STP-NAME(STP-IDX))
                 , ' is in a prerequisite loop, not run'
                 .
           PERFORM REDIS-JOURNAL-SKIP.

       REDIS-WRITE-STEP-RECORD.
      * Blank the FD record first - its initial low-values fail a
      * LINE SEQUENTIAL WRITE with status 71.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE NGT-RUN-ID           TO JNL-RUN-ID.
           MOVE STP-NAME(STP-IDX)    TO JNL-STEP.
           MOVE RUN-START            TO JNL-START.
           MOVE RUN-END              TO JNL-END.
           MOVE STP-RC(STP-IDX)      TO JNL-RC.
           MOVE RUN-JNL-STATUS       TO JNL-STATUS.
           MOVE STP-PROGRAM(STP-IDX) TO JNL-PROGRAM.
           PERFORM REDIS-WRITE-JOURNAL.

      * COMPLETE only when every step in the list is done - that is
      * what tells the next run to start a fresh night rather than
      * restart this one.
       REDIS-WRITE-END-RECORD.
           MOVE ZEROES TO NGT-NOT-RUN.
           PERFORM REDIS-COUNT-NOT-DONE
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX IS GREATER THAN STP-COUNT.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE NGT-RUN-ID TO JNL-RUN-ID.
           MOVE '*END' TO JNL-STEP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-START.
           MOVE JNL-START TO JNL-END.
           MOVE ZEROES TO JNL-RC.
           IF NGT-NOT-RUN IS EQUAL TO ZEROES THEN
               MOVE 'COMPLETE' TO JNL-STATUS
           ELSE
               MOVE 'INCOMPLETE' TO JNL-STATUS
           END-IF.
           PERFORM REDIS-WRITE-JOURNAL.

       REDIS-COUNT-NOT-DONE.
           IF STP-STATE(STP-IDX) IS NOT EQUAL TO 'D' THEN
               ADD 1 TO NGT-NOT-RUN
           END-IF.

      * Opened and closed around every record, so a driver killed
      * mid-night still leaves each finished step on disk for the
      * restart to find. Same OPEN EXTEND / fall back to OPEN
      * OUTPUT dance as redis-client's audit log.
       REDIS-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JOURNAL IS EQUAL TO '35' THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF FS-JOURNAL IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-nightly: cannot open '
                     , 'REDISNGT.JNL, status=', FS-JOURNAL
               EXIT PARAGRAPH
           END-IF.
           WRITE JOURNAL-RECORD.
           IF FS-JOURNAL IS NOT EQUAL TO '00' THEN
               DISPLAY '[WARN] redis-nightly: journal write failed, '
                     , 'status=', FS-JOURNAL
           END-IF.
           CLOSE JOURNAL-FILE.

       REDIS-PRINT-SUMMARY.
           DISPLAY '[INFO] redis-nightly: run ', NGT-RUN-ID
                 , ' step summary'
                 .
           DISPLAY 'STEP          STATUS      RC'.
           PERFORM REDIS-PRINT-ONE
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX IS GREATER THAN STP-COUNT.
           DISPLAY '[INFO] redis-nightly: totals'
                 , ' run_ok=', NGT-DONE
                 , ' carried=', NGT-CARRIED
                 , ' failed=', NGT-FAILED
                 , ' skipped=', NGT-SKIPPED
                 , ' not_done=', NGT-NOT-RUN
                 .

       REDIS-PRINT-ONE.
           EVALUATE TRUE
               WHEN STP-CARRIED(STP-IDX) IS EQUAL TO 'Y'
                   MOVE 'CARRIED' TO RPT-STATE-DISP
               WHEN STP-STATE(STP-IDX) IS EQUAL TO 'D'
                   MOVE 'OK' TO RPT-STATE-DISP
               WHEN STP-STATE(STP-IDX) IS EQUAL TO 'F'
                   MOVE 'FAILED' TO RPT-STATE-DISP
               WHEN STP-STATE(STP-IDX) IS EQUAL TO 'S'
                   MOVE 'SKIPPED' TO RPT-STATE-DISP
               WHEN OTHER
                   MOVE 'NOT RUN' TO RPT-STATE-DISP
           END-EVALUATE.
           MOVE STP-RC(STP-IDX) TO RPT-RC-DISP.
           DISPLAY STP-NAME(STP-IDX), '  '
                 , RPT-STATE-DISP, '  '
                 , RPT-RC-DISP
                 .
