        IDENTIFICATION DIVISION.
        PROGRAM-ID. JOBSTRM.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT step-file ASSIGN TO DYNAMIC ws-step-filename
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-step-status.
                SELECT OPTIONAL ckpt-file ASSIGN TO 'JOBCKPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-ckpt-status.
                SELECT OPTIONAL log-file ASSIGN TO 'JOBLOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-log-status.
                SELECT OPTIONAL copy-in-file
                ASSIGN TO DYNAMIC ws-copy-in-filename
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-copy-in-status.
                SELECT copy-out-file
                ASSIGN TO DYNAMIC ws-copy-out-filename
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-copy-out-status.

        DATA DIVISION.
            FILE SECTION.
            FD step-file.
            01 step-file-rec PIC X(132).
            FD ckpt-file.
            01 ckpt-file-rec PIC X(80).
            FD log-file.
            01 log-file-rec PIC X(132).
            FD copy-in-file.
            01 copy-in-rec PIC X(256).
            FD copy-out-file.
            01 copy-out-rec PIC X(256).

            WORKING-STORAGE SECTION.
            01 ws-step-filename PIC X(64) VALUE 'JOBSTEPS.TXT'.
            01 ws-step-status PIC X(2).
            01 ws-ckpt-status PIC X(2).
            01 ws-log-status PIC X(2).
            01 ws-copy-in-filename PIC X(64).
            01 ws-copy-in-status PIC X(2).
            01 ws-copy-out-filename PIC X(64).
            01 ws-copy-out-status PIC X(2).
            01 WS-EOF PIC A(1).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
                03 ws-cmd-tok OCCURS 4 TIMES PIC X(64).
            01 ws-tok-idx PIC 9(2).
            01 ws-fresh PIC A(1) VALUE 'N'.
            01 ws-restart PIC A(1) VALUE 'N'.
            01 ws-control-error PIC A(1) VALUE 'N'.
            01 ws-max-steps PIC 9(2) VALUE 50.
            01 ws-step-count PIC 9(2) VALUE 0.
            01 ws-step-list.
                03 ws-step-entry OCCURS 50 TIMES.
                    05 ws-stp-name PIC X(8).
                    05 ws-stp-program PIC X(30).
                    05 ws-stp-maxrc PIC 9(4).
                    05 ws-stp-when PIC X(6).
                    05 ws-stp-args PIC X(100).
                    05 ws-stp-result PIC X(6).
                    05 ws-stp-rc PIC 9(4).
            01 ws-stp-idx PIC 9(2).
            01 ws-stp-hit PIC 9(2).
            01 ws-line PIC X(132).
            01 ws-line-ptr PIC 9(3).
            01 ws-line-tok-list.
                03 ws-line-tok OCCURS 4 TIMES PIC X(30).
            01 ws-ckpt-tok-list.
                03 ws-ckpt-tok OCCURS 4 TIMES PIC X(64).
            01 ws-ckpt-foreign PIC A(1) VALUE 'N'.
            01 ws-ckpt-date PIC X(8) VALUE SPACES.
            01 ws-ckpt-time PIC X(6) VALUE SPACES.
            01 ws-ckpt-ok-count PIC 9(2) VALUE 0.
            01 ws-system-command PIC X(160).
            01 ws-system-status PIC S9(9).
            01 ws-step-rc PIC 9(4).
            01 ws-job-failed PIC A(1) VALUE 'N'.
            01 ws-job-rc PIC 9(4) VALUE 0.
            01 ws-run-count PIC 9(2) VALUE 0.
            01 ws-fail-count PIC 9(2) VALUE 0.
            01 ws-bypass-count PIC 9(2) VALUE 0.
            01 ws-done-count PIC 9(2) VALUE 0.
            01 ws-today PIC 9(8).
            01 ws-now PIC X(8).
            01 ws-job-date PIC 9(8).
            01 ws-job-time PIC X(6).
            01 ws-start-date PIC 9(8).
            01 ws-start-time PIC X(6).
            01 ws-end-time PIC X(6).
            01 ws-log-line PIC X(132).
            01 ws-roll-results PIC X(64).
            01 ws-roll-prior PIC X(64).
            01 ws-roll-backup PIC X(64).
            01 ws-copy-count PIC 9(8).
            01 ws-copy-rc PIC 9(4).

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-command-line DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2) ws-cmd-tok(3)
                ws-cmd-tok(4).
            MOVE 1 TO ws-tok-idx.
            PERFORM UNTIL ws-tok-idx > 4
                IF ws-cmd-tok(ws-tok-idx) = 'FRESH'
                    MOVE 'Y' TO ws-fresh
                ELSE
                    IF ws-cmd-tok(ws-tok-idx) NOT = SPACES
                        MOVE ws-cmd-tok(ws-tok-idx)
                            TO ws-step-filename
                    END-IF
                END-IF
                ADD 1 TO ws-tok-idx
            END-PERFORM.

            PERFORM LOAD-STEP-FILE THRU LOAD-STEP-FILE-EXIT.
            IF ws-control-error = 'Y'
                DISPLAY "JOBSTRM: step control file in error"
                    " - no steps run"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF ws-fresh = 'N'
                PERFORM LOAD-CHECKPOINT-FILE
                    THRU LOAD-CHECKPOINT-FILE-EXIT
            END-IF.

            OPEN EXTEND log-file.
            IF ws-log-status NOT = '00'
            AND ws-log-status NOT = '05'
                DISPLAY "JOBSTRM: cannot open JOBLOG.TXT"
                    " - file status " ws-log-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT ws-today FROM DATE YYYYMMDD.
            ACCEPT ws-now FROM TIME.
            MOVE ws-today TO ws-job-date.
            MOVE ws-now(1:6) TO ws-job-time.
            MOVE SPACES TO ws-log-line.
            IF ws-restart = 'Y'
                STRING "J " ws-today " " ws-now(1:6) " START "
                    function trim(ws-step-filename)
                    " RESTART from checkpoint " ws-ckpt-date
                    " " ws-ckpt-time
                    DELIMITED BY SIZE INTO ws-log-line
                DISPLAY "JOBSTRM: restarting "
                    function trim(ws-step-filename)
                    " - " ws-ckpt-ok-count
                    " steps already complete from the run of "
                    ws-ckpt-date " " ws-ckpt-time
            ELSE
                STRING "J " ws-today " " ws-now(1:6) " START "
                    function trim(ws-step-filename) " FRESH"
                    DELIMITED BY SIZE INTO ws-log-line
            END-IF.
            MOVE ws-log-line TO log-file-rec.
            WRITE log-file-rec.

            MOVE 1 TO ws-stp-idx.
            PERFORM UNTIL ws-stp-idx > ws-step-count
                PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
                ADD 1 TO ws-stp-idx
            END-PERFORM.

            IF ws-job-failed = 'Y'
                MOVE 8 TO ws-job-rc
            END-IF.
            ACCEPT ws-today FROM DATE YYYYMMDD.
            ACCEPT ws-now FROM TIME.
            MOVE SPACES TO ws-log-line.
            STRING "J " ws-today " " ws-now(1:6) " END rc "
                ws-job-rc " run " ws-run-count
                " failed " ws-fail-count
                " bypassed " ws-bypass-count
                " done-earlier " ws-done-count
                DELIMITED BY SIZE INTO ws-log-line.
            MOVE ws-log-line TO log-file-rec.
            WRITE log-file-rec.
            CLOSE log-file.
            PERFORM WRITE-CHECKPOINT-FILE.
            DISPLAY "JOBSTRM: steps run " ws-run-count
                " failed " ws-fail-count
                " bypassed " ws-bypass-count
                " done earlier " ws-done-count.
            IF ws-job-failed = 'Y'
                DISPLAY "JOBSTRM: job stream incomplete - rerun"
                    " JOBSTRM to restart from the failed step"
            END-IF.
            MOVE ws-job-rc TO RETURN-CODE.
        STOP RUN.

        LOAD-STEP-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT step-file.
            IF ws-step-status NOT = '00'
                DISPLAY "JOBSTRM: cannot open "
                    function trim(ws-step-filename)
                    " - file status " ws-step-status
                MOVE 'Y' TO ws-control-error
                GO TO LOAD-STEP-FILE-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ step-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-STEP-RECORD
                            THRU LOAD-STEP-RECORD-EXIT
                END-READ
            END-PERFORM.
            CLOSE step-file.
            IF ws-step-count = 0
                DISPLAY "JOBSTRM: "
                    function trim(ws-step-filename)
                    " holds no steps"
                MOVE 'Y' TO ws-control-error
            END-IF.
        LOAD-STEP-FILE-EXIT.
            EXIT.

        LOAD-STEP-RECORD.
            MOVE step-file-rec TO ws-line.
            IF ws-line(1:1) = '*'
            OR ws-line = SPACES
                GO TO LOAD-STEP-RECORD-EXIT
            END-IF.
            IF ws-step-count >= ws-max-steps
                DISPLAY "JOBSTRM: more than " ws-max-steps
                    " steps in the control file"
                MOVE 'Y' TO ws-control-error
                MOVE 'Y' TO WS-EOF
                GO TO LOAD-STEP-RECORD-EXIT
            END-IF.
            MOVE SPACES TO ws-line-tok-list.
            MOVE 1 TO ws-line-ptr.
            UNSTRING ws-line DELIMITED BY ALL ' '
                INTO ws-line-tok(1) ws-line-tok(2) ws-line-tok(3)
                ws-line-tok(4)
                WITH POINTER ws-line-ptr
            END-UNSTRING.
            IF ws-line-tok(4) = SPACES
                DISPLAY "JOBSTRM: step line needs name program"
                    " max-rc COND|ALWAYS: " function trim(ws-line)
                MOVE 'Y' TO ws-control-error
                GO TO LOAD-STEP-RECORD-EXIT
            END-IF.
            IF function test-numval(ws-line-tok(3)) NOT = 0
                DISPLAY "JOBSTRM: step " function trim(ws-line-tok(1))
                    " - max-rc " function trim(ws-line-tok(3))
                    " is not numeric"
                MOVE 'Y' TO ws-control-error
                GO TO LOAD-STEP-RECORD-EXIT
            END-IF.
            IF ws-line-tok(4) NOT = 'COND'
            AND ws-line-tok(4) NOT = 'ALWAYS'
                DISPLAY "JOBSTRM: step " function trim(ws-line-tok(1))
                    " - run rule " function trim(ws-line-tok(4))
                    " must be COND or ALWAYS"
                MOVE 'Y' TO ws-control-error
                GO TO LOAD-STEP-RECORD-EXIT
            END-IF.
            MOVE 1 TO ws-stp-hit.
            PERFORM UNTIL ws-stp-hit > ws-step-count
                IF ws-stp-name(ws-stp-hit) = ws-line-tok(1)(1:8)
                    DISPLAY "JOBSTRM: step name "
                        function trim(ws-line-tok(1))
                        " is used twice"
                    MOVE 'Y' TO ws-control-error
                    GO TO LOAD-STEP-RECORD-EXIT
                END-IF
                ADD 1 TO ws-stp-hit
            END-PERFORM.
            ADD 1 TO ws-step-count.
            MOVE ws-line-tok(1)(1:8) TO ws-stp-name(ws-step-count).
            MOVE ws-line-tok(2) TO ws-stp-program(ws-step-count).
            MOVE function numval(ws-line-tok(3))
                TO ws-stp-maxrc(ws-step-count).
            MOVE ws-line-tok(4) TO ws-stp-when(ws-step-count).
            MOVE SPACES TO ws-stp-args(ws-step-count).
            IF ws-line-ptr <= 132
                MOVE ws-line(ws-line-ptr:)
                    TO ws-stp-args(ws-step-count)
            END-IF.
            MOVE SPACES TO ws-stp-result(ws-step-count).
            MOVE 0 TO ws-stp-rc(ws-step-count).
        LOAD-STEP-RECORD-EXIT.
            EXIT.

        LOAD-CHECKPOINT-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ckpt-file.
            IF ws-ckpt-status NOT = '00'
            AND ws-ckpt-status NOT = '05'
                DISPLAY "JOBSTRM: cannot open JOBCKPT.TXT"
                    " - file status " ws-ckpt-status
                    " - starting from the first step"
                GO TO LOAD-CHECKPOINT-FILE-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ ckpt-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-CHECKPOINT-RECORD
                END-READ
            END-PERFORM.
            CLOSE ckpt-file.
            IF ws-ckpt-date NOT = SPACES
                MOVE 'Y' TO ws-restart
            END-IF.
        LOAD-CHECKPOINT-FILE-EXIT.
            EXIT.

        LOAD-CHECKPOINT-RECORD.
            MOVE SPACES TO ws-ckpt-tok-list.
            UNSTRING ckpt-file-rec DELIMITED BY ALL ' '
                INTO ws-ckpt-tok(1) ws-ckpt-tok(2) ws-ckpt-tok(3)
                ws-ckpt-tok(4).
            IF ws-ckpt-tok(1) = 'C'
                IF ws-ckpt-tok(4) = ws-step-filename
                    MOVE ws-ckpt-tok(2) TO ws-ckpt-date
                    MOVE ws-ckpt-tok(3) TO ws-ckpt-time
                ELSE
                    MOVE 'Y' TO ws-ckpt-foreign
                    DISPLAY "JOBSTRM: JOBCKPT.TXT is for control file "
                        function trim(ws-ckpt-tok(4))
                        " - checkpoint ignored"
                        " - starting from the first step"
                END-IF
            END-IF.
            IF ws-ckpt-tok(1) = 'S'
            AND ws-ckpt-tok(3) = 'OK'
            AND ws-ckpt-foreign NOT = 'Y'
                MOVE 1 TO ws-stp-hit
                PERFORM UNTIL ws-stp-hit > ws-step-count
                    IF ws-stp-name(ws-stp-hit) = ws-ckpt-tok(2)(1:8)
                    AND (ws-stp-when(ws-stp-hit) = 'COND'
                    OR ws-stp-program(ws-stp-hit) = 'ROLLOVER')
                        MOVE 'DONE' TO ws-stp-result(ws-stp-hit)
                        IF function test-numval(ws-ckpt-tok(4)) = 0
                            MOVE function numval(ws-ckpt-tok(4))
                                TO ws-stp-rc(ws-stp-hit)
                        END-IF
                        ADD 1 TO ws-ckpt-ok-count
                    END-IF
                    ADD 1 TO ws-stp-hit
                END-PERFORM
            END-IF.

        RUN-ONE-STEP.
            ACCEPT ws-today FROM DATE YYYYMMDD.
            ACCEPT ws-now FROM TIME.
            MOVE ws-today TO ws-start-date.
            MOVE ws-now(1:6) TO ws-start-time.
            MOVE ws-now(1:6) TO ws-end-time.
            MOVE 0 TO ws-step-rc.
            IF ws-stp-result(ws-stp-idx) = 'DONE'
                MOVE ws-stp-rc(ws-stp-idx) TO ws-step-rc
                ADD 1 TO ws-done-count
                DISPLAY "JOBSTRM: step " ws-stp-name(ws-stp-idx)
                    " completed in the earlier run - skipped"
                PERFORM WRITE-STEP-LOG
                GO TO RUN-ONE-STEP-EXIT
            END-IF.
            IF ws-job-failed = 'Y'
            AND (ws-stp-when(ws-stp-idx) = 'COND'
            OR ws-stp-program(ws-stp-idx) = 'ROLLOVER')
                MOVE 'BYPASS' TO ws-stp-result(ws-stp-idx)
                ADD 1 TO ws-bypass-count
                DISPLAY "JOBSTRM: step " ws-stp-name(ws-stp-idx)
                    " bypassed - an earlier step failed"
                PERFORM WRITE-STEP-LOG
                GO TO RUN-ONE-STEP-EXIT
            END-IF.
            DISPLAY "JOBSTRM: step " ws-stp-name(ws-stp-idx)
                " starting " function trim(ws-stp-program(ws-stp-idx))
                " " function trim(ws-stp-args(ws-stp-idx)).
            ADD 1 TO ws-run-count.
            IF ws-stp-program(ws-stp-idx) = 'ROLLOVER'
                PERFORM ROLLOVER-GENERATIONS
                    THRU ROLLOVER-GENERATIONS-EXIT
                MOVE ws-copy-rc TO ws-step-rc
            ELSE
                MOVE SPACES TO ws-system-command
                STRING function trim(ws-stp-program(ws-stp-idx))
                    " " function trim(ws-stp-args(ws-stp-idx))
                    DELIMITED BY SIZE INTO ws-system-command
                CALL "SYSTEM" USING ws-system-command
                MOVE RETURN-CODE TO ws-system-status
                MOVE 0 TO RETURN-CODE
                IF ws-system-status < 0
                OR function mod(ws-system-status, 256) NOT = 0
                    MOVE 9999 TO ws-step-rc
                ELSE
                    COMPUTE ws-step-rc = ws-system-status / 256
                END-IF
            END-IF.
            ACCEPT ws-now FROM TIME.
            MOVE ws-now(1:6) TO ws-end-time.
            MOVE ws-step-rc TO ws-stp-rc(ws-stp-idx).
            IF ws-step-rc > ws-stp-maxrc(ws-stp-idx)
                MOVE 'FAIL' TO ws-stp-result(ws-stp-idx)
                MOVE 'Y' TO ws-job-failed
                ADD 1 TO ws-fail-count
                DISPLAY "JOBSTRM: step " ws-stp-name(ws-stp-idx)
                    " FAILED - return code " ws-step-rc
                    " over limit " ws-stp-maxrc(ws-stp-idx)
            ELSE
                MOVE 'OK' TO ws-stp-result(ws-stp-idx)
                DISPLAY "JOBSTRM: step " ws-stp-name(ws-stp-idx)
                    " ended return code " ws-step-rc
            END-IF.
            PERFORM WRITE-STEP-LOG.
            PERFORM WRITE-CHECKPOINT-FILE.
        RUN-ONE-STEP-EXIT.
            EXIT.

        WRITE-STEP-LOG.
            MOVE SPACES TO ws-log-line.
            STRING "S " ws-stp-name(ws-stp-idx) " "
                ws-stp-program(ws-stp-idx)(1:12) " "
                ws-start-date " " ws-start-time " " ws-end-time
                " rc " ws-step-rc " "
                ws-stp-result(ws-stp-idx)
                DELIMITED BY SIZE INTO ws-log-line.
            MOVE ws-log-line TO log-file-rec.
            WRITE log-file-rec.

        WRITE-CHECKPOINT-FILE.
            OPEN OUTPUT ckpt-file.
            IF ws-job-failed = 'Y'
            OR ws-stp-idx <= ws-step-count
                MOVE SPACES TO ckpt-file-rec
                STRING "C " ws-job-date " " ws-job-time " "
                    function trim(ws-step-filename)
                    DELIMITED BY SIZE INTO ckpt-file-rec
                WRITE ckpt-file-rec
                MOVE 1 TO ws-stp-hit
                PERFORM UNTIL ws-stp-hit > ws-step-count
                    IF ws-stp-result(ws-stp-hit) = 'OK'
                    OR ws-stp-result(ws-stp-hit) = 'DONE'
                        MOVE SPACES TO ckpt-file-rec
                        STRING "S " ws-stp-name(ws-stp-hit) " OK "
                            ws-stp-rc(ws-stp-hit)
                            DELIMITED BY SIZE INTO ckpt-file-rec
                        WRITE ckpt-file-rec
                    END-IF
                    ADD 1 TO ws-stp-hit
                END-PERFORM
            END-IF.
            CLOSE ckpt-file.

        ROLLOVER-GENERATIONS.
            MOVE 0 TO ws-copy-rc.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-stp-args(ws-stp-idx) DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2) ws-cmd-tok(3).
            MOVE 'RESULTS.TXT' TO ws-roll-results.
            MOVE 'PRIOR.TXT' TO ws-roll-prior.
            MOVE 'PRIOR.OLD' TO ws-roll-backup.
            IF ws-cmd-tok(1) NOT = SPACES
                MOVE ws-cmd-tok(1) TO ws-roll-results
            END-IF.
            IF ws-cmd-tok(2) NOT = SPACES
                MOVE ws-cmd-tok(2) TO ws-roll-prior
            END-IF.
            IF ws-cmd-tok(3) NOT = SPACES
                MOVE ws-cmd-tok(3) TO ws-roll-backup
            END-IF.
            MOVE ws-roll-results TO ws-copy-in-filename.
            OPEN INPUT copy-in-file.
            IF ws-copy-in-status NOT = '00'
                DISPLAY "JOBSTRM: rollover - "
                    function trim(ws-roll-results)
                    " is missing - baseline "
                    function trim(ws-roll-prior) " left as it was"
                IF ws-copy-in-status = '05'
                    CLOSE copy-in-file
                END-IF
                MOVE 8 TO ws-copy-rc
                GO TO ROLLOVER-GENERATIONS-EXIT
            END-IF.
            CLOSE copy-in-file.
            MOVE ws-roll-prior TO ws-copy-in-filename.
            MOVE ws-roll-backup TO ws-copy-out-filename.
            PERFORM COPY-GENERATION THRU COPY-GENERATION-EXIT.
            IF ws-copy-rc NOT = 0
                GO TO ROLLOVER-GENERATIONS-EXIT
            END-IF.
            DISPLAY "JOBSTRM: rollover - "
                function trim(ws-roll-prior) " saved as "
                function trim(ws-roll-backup) " (" ws-copy-count
                " lines)".
            MOVE ws-roll-results TO ws-copy-in-filename.
            MOVE ws-roll-prior TO ws-copy-out-filename.
            PERFORM COPY-GENERATION THRU COPY-GENERATION-EXIT.
            IF ws-copy-rc NOT = 0
                GO TO ROLLOVER-GENERATIONS-EXIT
            END-IF.
            DISPLAY "JOBSTRM: rollover - "
                function trim(ws-roll-results) " is the new "
                function trim(ws-roll-prior) " (" ws-copy-count
                " lines)".
        ROLLOVER-GENERATIONS-EXIT.
            EXIT.

        COPY-GENERATION.
            MOVE 0 TO ws-copy-count.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT copy-in-file.
            IF ws-copy-in-status NOT = '00'
            AND ws-copy-in-status NOT = '05'
                DISPLAY "JOBSTRM: rollover - cannot open "
                    function trim(ws-copy-in-filename)
                    " - file status " ws-copy-in-status
                MOVE 8 TO ws-copy-rc
                GO TO COPY-GENERATION-EXIT
            END-IF.
            OPEN OUTPUT copy-out-file.
            IF ws-copy-out-status NOT = '00'
                DISPLAY "JOBSTRM: rollover - cannot open "
                    function trim(ws-copy-out-filename)
                    " - file status " ws-copy-out-status
                CLOSE copy-in-file
                MOVE 8 TO ws-copy-rc
                GO TO COPY-GENERATION-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ copy-in-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE copy-in-rec TO copy-out-rec
                        WRITE copy-out-rec
                        ADD 1 TO ws-copy-count
                END-READ
            END-PERFORM.
            CLOSE copy-in-file.
            CLOSE copy-out-file.
        COPY-GENERATION-EXIT.
            EXIT.
