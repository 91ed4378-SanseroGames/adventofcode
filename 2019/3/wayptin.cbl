        IDENTIFICATION DIVISION.
        PROGRAM-ID. WAYPTIN.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT waypoint-file
                ASSIGN TO DYNAMIC ws-waypoint-filename
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-waypoint-status.
                SELECT cable-file
                ASSIGN TO DYNAMIC ws-cable-filename
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-cable-status.
                SELECT exception-file ASSIGN TO 'INTAKEX.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
            FILE SECTION.
            FD waypoint-file.
            01 waypoint-file-rec PIC X(132).
            FD cable-file.
            01 cable-file-rec.
                05 cable-typed-rec.
                    10 cable-rec-type PIC X(1).
                    10 cable-rec-body PIC X(43).
                05 cable-header-body REDEFINES cable-typed-rec.
                    10 FILLER PIC X(1).
                    10 cable-hdr-id PIC X(8).
                    10 cable-hdr-date PIC 9(8).
                    10 cable-hdr-tech PIC X(3).
                    10 cable-hdr-datum-x PIC X(11).
                    10 cable-hdr-datum-y PIC X(11).
                    10 FILLER PIC X(2).
                05 cable-detail-body REDEFINES cable-typed-rec.
                    10 FILLER PIC X(1).
                    10 cable-det-direction PIC A(1).
                    10 cable-det-length PIC 9(10).
                    10 cable-det-depth PIC X(2).
                    10 FILLER PIC X(30).
                05 cable-trailer-body REDEFINES cable-typed-rec.
                    10 FILLER PIC X(1).
                    10 cable-trl-count PIC 9(10).
                    10 cable-trl-length PIC 9(10).
                    10 FILLER PIC X(23).
            FD exception-file.
            01 exception-file-rec PIC X(132).

            WORKING-STORAGE SECTION.
            01 ws-waypoint-filename PIC X(80) VALUE 'WAYPOINT.TXT'.
            01 ws-waypoint-status PIC X(2).
            01 ws-cable-filename PIC X(80) VALUE SPACES.
            01 ws-cable-status PIC X(2).
            01 WS-EOF PIC A(1).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
                03 ws-cmd-tok OCCURS 3 TIMES PIC X(80).
            01 ws-line PIC X(132).
            01 ws-line-num PIC 9(6) VALUE 0.
            01 ws-tok-list.
                03 ws-tok OCCURS 5 TIMES PIC X(20).
            01 ws-fatal PIC A(1) VALUE 'N'.
            01 ws-header-seen PIC A(1) VALUE 'N'.
            01 ws-hdr-id PIC X(8).
            01 ws-hdr-date PIC 9(8).
            01 ws-hdr-tech PIC X(3).
            01 ws-waypoint-count PIC 9(6) VALUE 0.
            01 ws-point-count PIC 9(6) VALUE 0.
            01 ws-exception-count PIC 9(6) VALUE 0.
            01 ws-wp-x PIC S9(10).
            01 ws-wp-y PIC S9(10).
            01 ws-wp-depth PIC X(2).
            01 ws-wp-depth-num PIC 9(2).
            01 ws-last-x PIC S9(10).
            01 ws-last-y PIC S9(10).
            01 ws-datum-x PIC S9(10).
            01 ws-datum-y PIC S9(10).
            01 ws-dx PIC S9(10).
            01 ws-dy PIC S9(10).
            01 ws-reason PIC X(50).
            01 ws-max-legs PIC 9(5) VALUE 20000.
            01 ws-leg-count PIC 9(5) VALUE 0.
            01 ws-leg-list.
                03 ws-leg OCCURS 20000 TIMES.
                    05 ws-leg-direction PIC A(1).
                    05 ws-leg-length PIC 9(10).
                    05 ws-leg-depth PIC X(2).
            01 ws-leg-idx PIC 9(5).
            01 ws-total-length PIC 9(10) VALUE 0.
            01 ws-ext-n1 PIC -(10)9.
            01 ws-ext-n2 PIC -(10)9.
            01 ws-exception-line PIC X(132).

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-command-line DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2) ws-cmd-tok(3).
            IF ws-cmd-tok(1) NOT = SPACES
                MOVE ws-cmd-tok(1) TO ws-waypoint-filename
            END-IF.

            OPEN INPUT waypoint-file.
            IF ws-waypoint-status NOT = '00'
                DISPLAY "WAYPTIN: cannot open "
                    function trim(ws-waypoint-filename)
                    " - file status " ws-waypoint-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT exception-file.
            MOVE "E waypoint-num x y reason" TO exception-file-rec.
            WRITE exception-file-rec.
            MOVE "  (the waypoint is not written - the next leg"
                TO exception-file-rec.
            WRITE exception-file-rec.
            MOVE "   runs from the last good waypoint)"
                TO exception-file-rec.
            WRITE exception-file-rec.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ waypoint-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO ws-line-num
                        PERFORM PROCESS-WAYPOINT-LINE
                            THRU PROCESS-WAYPOINT-LINE-EXIT
                END-READ
            END-PERFORM.
            CLOSE waypoint-file.
            CLOSE exception-file.

            IF ws-fatal = 'N' AND ws-header-seen = 'N'
                DISPLAY "WAYPTIN: "
                    function trim(ws-waypoint-filename)
                    " has no H survey header line"
                MOVE 'Y' TO ws-fatal
            END-IF.
            IF ws-fatal = 'N' AND ws-leg-count = 0
                DISPLAY "WAYPTIN: "
                    function trim(ws-waypoint-filename)
                    " gives no usable legs - no trace written"
                MOVE 'Y' TO ws-fatal
            END-IF.
            IF ws-fatal = 'Y'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM WRITE-CABLE-FILE THRU WRITE-CABLE-FILE-EXIT.
            IF ws-fatal = 'Y'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "WAYPTIN: cable " function trim(ws-hdr-id)
                " waypoints " ws-waypoint-count
                " legs " ws-leg-count
                " length " ws-total-length
                " exceptions " ws-exception-count
                " written to " function trim(ws-cable-filename).
            IF ws-exception-count > 0
                DISPLAY "WAYPTIN: see INTAKEX.TXT for "
                    ws-exception-count " waypoints not written"
                MOVE 4 TO RETURN-CODE
            END-IF.
        STOP RUN.

        PROCESS-WAYPOINT-LINE.
            MOVE waypoint-file-rec TO ws-line.
            IF ws-line(1:1) = '*'
            OR ws-line = SPACES
                GO TO PROCESS-WAYPOINT-LINE-EXIT
            END-IF.
            MOVE SPACES TO ws-tok-list.
            UNSTRING ws-line DELIMITED BY ALL ' '
                INTO ws-tok(1) ws-tok(2) ws-tok(3) ws-tok(4)
                ws-tok(5).
            EVALUATE ws-tok(1)
                WHEN 'H'
                    PERFORM PROCESS-HEADER-LINE
                        THRU PROCESS-HEADER-LINE-EXIT
                WHEN 'W'
                    PERFORM PROCESS-WAYPOINT
                        THRU PROCESS-WAYPOINT-EXIT
                WHEN OTHER
                    DISPLAY "WAYPTIN: line " ws-line-num
                        " is not an H or W line - "
                        function trim(ws-line)
                    MOVE 'Y' TO ws-fatal
                    MOVE 'Y' TO WS-EOF
            END-EVALUATE.
        PROCESS-WAYPOINT-LINE-EXIT.
            EXIT.

        PROCESS-HEADER-LINE.
            IF ws-header-seen = 'Y'
                DISPLAY "WAYPTIN: line " ws-line-num
                    " - second H header in one waypoint file"
                MOVE 'Y' TO ws-fatal
                MOVE 'Y' TO WS-EOF
                GO TO PROCESS-HEADER-LINE-EXIT
            END-IF.
            IF ws-tok(2) = SPACES
            OR ws-tok(4) = SPACES
                DISPLAY "WAYPTIN: header needs H cable-id yyyymmdd"
                    " tech"
                MOVE 'Y' TO ws-fatal
                MOVE 'Y' TO WS-EOF
                GO TO PROCESS-HEADER-LINE-EXIT
            END-IF.
            IF function test-numval(ws-tok(3)) NOT = 0
                DISPLAY "WAYPTIN: survey date "
                    function trim(ws-tok(3)) " is not numeric"
                MOVE 'Y' TO ws-fatal
                MOVE 'Y' TO WS-EOF
                GO TO PROCESS-HEADER-LINE-EXIT
            END-IF.
            MOVE 'Y' TO ws-header-seen.
            MOVE ws-tok(2)(1:8) TO ws-hdr-id.
            MOVE function numval(ws-tok(3)) TO ws-hdr-date.
            MOVE ws-tok(4)(1:3) TO ws-hdr-tech.
        PROCESS-HEADER-LINE-EXIT.
            EXIT.

        PROCESS-WAYPOINT.
            IF ws-header-seen = 'N'
                DISPLAY "WAYPTIN: line " ws-line-num
                    " - waypoint before the H survey header"
                MOVE 'Y' TO ws-fatal
                MOVE 'Y' TO WS-EOF
                GO TO PROCESS-WAYPOINT-EXIT
            END-IF.
            ADD 1 TO ws-waypoint-count.
            MOVE SPACES TO ws-reason.
            MOVE 0 TO ws-wp-x.
            MOVE 0 TO ws-wp-y.
            IF ws-tok(2) = SPACES
            OR ws-tok(3) = SPACES
            OR function test-numval(ws-tok(2)) NOT = 0
            OR function test-numval(ws-tok(3)) NOT = 0
                MOVE "position is not numeric" TO ws-reason
                PERFORM WRITE-EXCEPTION
                GO TO PROCESS-WAYPOINT-EXIT
            END-IF.
            MOVE function numval(ws-tok(2)) TO ws-wp-x.
            MOVE function numval(ws-tok(3)) TO ws-wp-y.
            MOVE SPACES TO ws-wp-depth.
            IF ws-tok(4) NOT = SPACES
                IF function test-numval(ws-tok(4)) NOT = 0
                    MOVE "depth is not numeric" TO ws-reason
                    PERFORM WRITE-EXCEPTION
                    GO TO PROCESS-WAYPOINT-EXIT
                END-IF
                IF function numval(ws-tok(4)) < 0
                OR function numval(ws-tok(4)) > 99
                    MOVE "depth is not 0-99" TO ws-reason
                    PERFORM WRITE-EXCEPTION
                    GO TO PROCESS-WAYPOINT-EXIT
                END-IF
                MOVE function numval(ws-tok(4)) TO ws-wp-depth-num
                MOVE ws-wp-depth-num TO ws-wp-depth
            END-IF.
            IF ws-point-count = 0
                ADD 1 TO ws-point-count
                MOVE ws-wp-x TO ws-datum-x
                MOVE ws-wp-y TO ws-datum-y
                MOVE ws-wp-x TO ws-last-x
                MOVE ws-wp-y TO ws-last-y
                GO TO PROCESS-WAYPOINT-EXIT
            END-IF.
            COMPUTE ws-dx = ws-wp-x - ws-last-x.
            COMPUTE ws-dy = ws-wp-y - ws-last-y.
            IF ws-dx = 0 AND ws-dy = 0
                MOVE "repeats the previous waypoint" TO ws-reason
                PERFORM WRITE-EXCEPTION
                GO TO PROCESS-WAYPOINT-EXIT
            END-IF.
            IF ws-dx NOT = 0 AND ws-dy NOT = 0
            AND function abs(ws-dx) NOT = function abs(ws-dy)
                MOVE "leg is not horizontal, vertical or 45 degrees"
                    TO ws-reason
                PERFORM WRITE-EXCEPTION
                GO TO PROCESS-WAYPOINT-EXIT
            END-IF.
            IF ws-leg-count >= ws-max-legs
                DISPLAY "WAYPTIN: more than " ws-max-legs
                    " legs - trace too long for one cable file"
                MOVE 'Y' TO ws-fatal
                MOVE 'Y' TO WS-EOF
                GO TO PROCESS-WAYPOINT-EXIT
            END-IF.
            ADD 1 TO ws-leg-count.
            ADD 1 TO ws-point-count.
            EVALUATE TRUE
                WHEN ws-dx < 0 AND ws-dy = 0
                    MOVE 'L' TO ws-leg-direction(ws-leg-count)
                WHEN ws-dx > 0 AND ws-dy = 0
                    MOVE 'R' TO ws-leg-direction(ws-leg-count)
                WHEN ws-dx = 0 AND ws-dy < 0
                    MOVE 'U' TO ws-leg-direction(ws-leg-count)
                WHEN ws-dx = 0 AND ws-dy > 0
                    MOVE 'D' TO ws-leg-direction(ws-leg-count)
                WHEN ws-dx < 0 AND ws-dy < 0
                    MOVE 'A' TO ws-leg-direction(ws-leg-count)
                WHEN ws-dx > 0 AND ws-dy < 0
                    MOVE 'B' TO ws-leg-direction(ws-leg-count)
                WHEN ws-dx < 0 AND ws-dy > 0
                    MOVE 'C' TO ws-leg-direction(ws-leg-count)
                WHEN OTHER
                    MOVE 'E' TO ws-leg-direction(ws-leg-count)
            END-EVALUATE.
            COMPUTE ws-leg-length(ws-leg-count) =
                function max(function abs(ws-dx),
                    function abs(ws-dy)).
            MOVE ws-wp-depth TO ws-leg-depth(ws-leg-count).
            ADD ws-leg-length(ws-leg-count) TO ws-total-length.
            MOVE ws-wp-x TO ws-last-x.
            MOVE ws-wp-y TO ws-last-y.
        PROCESS-WAYPOINT-EXIT.
            EXIT.

        WRITE-EXCEPTION.
            ADD 1 TO ws-exception-count.
            MOVE ws-wp-x TO ws-ext-n1.
            MOVE ws-wp-y TO ws-ext-n2.
            MOVE SPACES TO ws-exception-line.
            STRING "E " ws-waypoint-count " "
                function trim(ws-ext-n1) " "
                function trim(ws-ext-n2) " "
                function trim(ws-reason)
                DELIMITED BY SIZE INTO ws-exception-line.
            MOVE ws-exception-line TO exception-file-rec.
            WRITE exception-file-rec.

        WRITE-CABLE-FILE.
            IF ws-cmd-tok(2) NOT = SPACES
                MOVE ws-cmd-tok(2) TO ws-cable-filename
            ELSE
                STRING function trim(ws-hdr-id) ".TXT"
                    DELIMITED BY SIZE INTO ws-cable-filename
            END-IF.
            OPEN OUTPUT cable-file.
            IF ws-cable-status NOT = '00'
                DISPLAY "WAYPTIN: cannot open "
                    function trim(ws-cable-filename)
                    " - file status " ws-cable-status
                MOVE 'Y' TO ws-fatal
                GO TO WRITE-CABLE-FILE-EXIT
            END-IF.
            MOVE SPACES TO cable-file-rec.
            MOVE 'H' TO cable-rec-type.
            MOVE ws-hdr-id TO cable-hdr-id.
            MOVE ws-hdr-date TO cable-hdr-date.
            MOVE ws-hdr-tech TO cable-hdr-tech.
            MOVE ws-datum-x TO ws-ext-n1.
            MOVE ws-datum-y TO ws-ext-n2.
            MOVE ws-ext-n1 TO cable-hdr-datum-x.
            MOVE ws-ext-n2 TO cable-hdr-datum-y.
            WRITE cable-file-rec.
            MOVE 1 TO ws-leg-idx.
            PERFORM UNTIL ws-leg-idx > ws-leg-count
                MOVE SPACES TO cable-file-rec
                MOVE 'D' TO cable-rec-type
                MOVE ws-leg-direction(ws-leg-idx)
                    TO cable-det-direction
                MOVE ws-leg-length(ws-leg-idx) TO cable-det-length
                MOVE ws-leg-depth(ws-leg-idx) TO cable-det-depth
                WRITE cable-file-rec
                ADD 1 TO ws-leg-idx
            END-PERFORM.
            MOVE SPACES TO cable-file-rec.
            MOVE 'T' TO cable-rec-type.
            MOVE ws-leg-count TO cable-trl-count.
            MOVE ws-total-length TO cable-trl-length.
            WRITE cable-file-rec.
            CLOSE cable-file.
        WRITE-CABLE-FILE-EXIT.
            EXIT.
