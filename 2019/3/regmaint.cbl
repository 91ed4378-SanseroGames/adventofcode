                ASSIGN TO 'REGISTRY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-registry-status.
                SELECT OPTIONAL journal-file
                ASSIGN TO 'REGJRNL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-journal-status.

        DATA DIVISION.
            FILE SECTION.
                    10 reg-tech-slot OCCURS 5 TIMES PIC X(3).
                05 FILLER PIC X(1).
                05 reg-description PIC X(30).
                05 FILLER PIC X(1).
                05 reg-retired PIC 9(8).
                05 reg-tech-dates OCCURS 5 TIMES.
                    10 FILLER PIC X(1).
                    10 reg-tech-from PIC 9(8).
                    10 FILLER PIC X(1).
                    10 reg-tech-to PIC 9(8).
            FD journal-file.
            01 journal-file-rec.
                05 jrn-date PIC 9(8).
                05 FILLER PIC X(1).
                05 jrn-time PIC X(6).
                05 FILLER PIC X(1).
                05 jrn-operator PIC X(8).
                05 FILLER PIC X(1).
                05 jrn-action PIC X(8).
                05 FILLER PIC X(1).
                05 jrn-cable-id PIC X(8).
                05 FILLER PIC X(1).
                05 jrn-field PIC X(9).
                05 FILLER PIC X(1).
                05 jrn-old-value PIC X(30).
                05 FILLER PIC X(1).
                05 jrn-new-value PIC X(30).
                05 FILLER PIC X(1).
                05 jrn-effective PIC 9(8).

            WORKING-STORAGE SECTION.
            01 ws-registry-status PIC X(2).
                    05 ws-reg-inservice PIC 9(8).
                    05 ws-reg-tech OCCURS 5 TIMES PIC X(3).
                    05 ws-reg-desc PIC X(30).
                    05 ws-reg-retired PIC 9(8).
                    05 ws-reg-tech-from OCCURS 5 TIMES PIC 9(8).
                    05 ws-reg-tech-to OCCURS 5 TIMES PIC 9(8).
            01 ws-reg-idx PIC 9(3).
            01 ws-reg-hit PIC 9(3).
            01 ws-reg-slot PIC 9(1).
            01 ws-roster-slot PIC 9(1).
            01 WS-EOF PIC A(1).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
            01 ws-tok-idx PIC 9(2).
            01 ws-action PIC X(8).
            01 ws-changed PIC A(1) VALUE 'N'.
            01 ws-journal-status PIC X(2).
            01 ws-operator PIC X(8).
            01 ws-today PIC 9(8).
            01 ws-now PIC X(8).
            01 ws-eff-date PIC 9(8).
            01 ws-jrn-action PIC X(8).
            01 ws-jrn-field PIC X(9).
            01 ws-jrn-old PIC X(30).
            01 ws-jrn-new PIC X(30).
            01 ws-jrn-count PIC 9(5) VALUE 0.
            01 ws-jrn-queue-count PIC 9(2) VALUE 0.
            01 ws-jrn-queue.
                03 ws-jrn-queue-entry OCCURS 10 TIMES.
                    05 ws-jq-action PIC X(8).
                    05 ws-jq-cable-id PIC X(8).
                    05 ws-jq-field PIC X(9).
                    05 ws-jq-old PIC X(30).
                    05 ws-jq-new PIC X(30).
                    05 ws-jq-effective PIC 9(8).
            01 ws-jq-idx PIC 9(2).
            01 ws-date-disp PIC X(8).

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
                ws-cmd-tok(7) ws-cmd-tok(8) ws-cmd-tok(9)
                ws-cmd-tok(10).
            MOVE ws-cmd-tok(1) TO ws-action.
            ACCEPT ws-today FROM DATE YYYYMMDD.
            ACCEPT ws-now FROM TIME.
            MOVE SPACES TO ws-operator.
            ACCEPT ws-operator FROM ENVIRONMENT "USER".
            IF ws-operator = SPACES
                MOVE 'UNKNOWN' TO ws-operator
            END-IF.

            PERFORM LOAD-REGISTRY-FILE
                THRU LOAD-REGISTRY-FILE-EXIT.
                    PERFORM RETIRE-CABLE THRU RETIRE-CABLE-EXIT
                WHEN 'ROSTER'
                    PERFORM ROSTER-CABLE THRU ROSTER-CABLE-EXIT
                WHEN 'UNROSTER'
                    PERFORM UNROSTER-CABLE THRU UNROSTER-CABLE-EXIT
                WHEN 'HISTORY'
                    PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT
                WHEN OTHER
                    DISPLAY "REGMAINT: usage is one of"
                    DISPLAY "  LIST"
                    DISPLAY "  ADD id class yyyymmdd tech1"
                        " [tech2 tech3 tech4 tech5]"
                    DISPLAY "  RETIRE id [yyyymmdd]"
                    DISPLAY "  ROSTER id tech [yyyymmdd]"
                    DISPLAY "  UNROSTER id tech [yyyymmdd]"
                    DISPLAY "  HISTORY id"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.

            IF ws-changed = 'Y'
                OPEN EXTEND journal-file
                IF ws-journal-status NOT = '00'
                AND ws-journal-status NOT = '05'
                    DISPLAY "REGMAINT: cannot open REGJRNL.TXT"
                        " - file status " ws-journal-status
                        " - registry not changed"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM WRITE-REGISTRY-FILE
                    PERFORM WRITE-JOURNAL-QUEUE
                END-IF
            END-IF.
        STOP RUN.

            END-PERFORM.
            MOVE reg-description
                TO ws-reg-desc(ws-registry-count).
            IF reg-retired NUMERIC
                MOVE reg-retired
                    TO ws-reg-retired(ws-registry-count)
            ELSE
                MOVE 0 TO ws-reg-retired(ws-registry-count)
            END-IF.
            MOVE 1 TO ws-reg-slot.
            PERFORM UNTIL ws-reg-slot > 5
                IF reg-tech-from(ws-reg-slot) NUMERIC
                    MOVE reg-tech-from(ws-reg-slot) TO
                        ws-reg-tech-from(ws-registry-count ws-reg-slot)
                ELSE
                    MOVE 0 TO
                        ws-reg-tech-from(ws-registry-count ws-reg-slot)
                END-IF
                IF reg-tech-to(ws-reg-slot) NUMERIC
                    MOVE reg-tech-to(ws-reg-slot) TO
                        ws-reg-tech-to(ws-registry-count ws-reg-slot)
                ELSE
                    MOVE 0 TO
                        ws-reg-tech-to(ws-registry-count ws-reg-slot)
                END-IF
                ADD 1 TO ws-reg-slot
            END-PERFORM.
        LOAD-REGISTRY-RECORD-EXIT.
            EXIT.

                    ws-reg-status(ws-reg-idx) " "
                    ws-reg-class(ws-reg-idx) " "
                    ws-reg-inservice(ws-reg-idx) " "
                    ws-reg-retired(ws-reg-idx) " "
                    ws-reg-tech(ws-reg-idx 1)
                    ws-reg-tech(ws-reg-idx 2)
                    ws-reg-tech(ws-reg-idx 3)
                TO ws-reg-class(ws-registry-count).
            MOVE function numval(ws-cmd-tok(4))
                TO ws-reg-inservice(ws-registry-count).
            MOVE 0 TO ws-reg-retired(ws-registry-count).
            MOVE ws-registry-count TO ws-reg-hit.
            MOVE ws-reg-inservice(ws-reg-hit) TO ws-eff-date.
            MOVE 'ADD' TO ws-jrn-action.
            MOVE 'STATUS' TO ws-jrn-field.
            MOVE SPACES TO ws-jrn-old.
            MOVE 'A' TO ws-jrn-new.
            PERFORM QUEUE-JOURNAL-ENTRY.
            MOVE 'CLASS' TO ws-jrn-field.
            MOVE ws-reg-class(ws-reg-hit) TO ws-jrn-new.
            PERFORM QUEUE-JOURNAL-ENTRY.
            MOVE 'INSERVICE' TO ws-jrn-field.
            MOVE ws-eff-date TO ws-date-disp.
            MOVE ws-date-disp TO ws-jrn-new.
            PERFORM QUEUE-JOURNAL-ENTRY.
            MOVE 1 TO ws-reg-slot.
            PERFORM UNTIL ws-reg-slot > 5
                MOVE ws-cmd-tok(4 + ws-reg-slot)(1:3)
                    TO ws-reg-tech(ws-registry-count ws-reg-slot)
                MOVE 0 TO ws-reg-tech-to(ws-registry-count ws-reg-slot)
                IF ws-reg-tech(ws-registry-count ws-reg-slot)
                    = SPACES
                    MOVE 0 TO
                        ws-reg-tech-from(ws-registry-count ws-reg-slot)
                ELSE
                    MOVE ws-eff-date TO
                        ws-reg-tech-from(ws-registry-count ws-reg-slot)
                    MOVE 'TECH' TO ws-jrn-field
                    MOVE ws-reg-tech(ws-registry-count ws-reg-slot)
                        TO ws-jrn-new
                    PERFORM QUEUE-JOURNAL-ENTRY
                END-IF
                ADD 1 TO ws-reg-slot
            END-PERFORM.
            MOVE SPACES TO ws-reg-desc(ws-registry-count).
            EXIT.

        RETIRE-CABLE.
            MOVE ws-today TO ws-eff-date.
            IF ws-cmd-tok(3) NOT = SPACES
                IF function test-numval(ws-cmd-tok(3)) NOT = 0
                    DISPLAY "REGMAINT: retirement date "
                        function trim(ws-cmd-tok(3))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    GO TO RETIRE-CABLE-EXIT
                END-IF
                MOVE function numval(ws-cmd-tok(3)) TO ws-eff-date
            END-IF.
            PERFORM REGISTRY-LOOKUP-ID.
            IF ws-reg-hit = 0
                DISPLAY "REGMAINT: cable "
                    " is already retired"
                GO TO RETIRE-CABLE-EXIT
            END-IF.
            IF ws-eff-date < ws-reg-inservice(ws-reg-hit)
                DISPLAY "REGMAINT: retirement date " ws-eff-date
                    " is before in-service date "
                    ws-reg-inservice(ws-reg-hit)
                MOVE 8 TO RETURN-CODE
                GO TO RETIRE-CABLE-EXIT
            END-IF.
            MOVE 'RETIRE' TO ws-jrn-action.
            MOVE 'STATUS' TO ws-jrn-field.
            MOVE ws-reg-status(ws-reg-hit) TO ws-jrn-old.
            MOVE 'R' TO ws-jrn-new.
            PERFORM QUEUE-JOURNAL-ENTRY.
            MOVE 'RETIRED' TO ws-jrn-field.
            MOVE ws-reg-retired(ws-reg-hit) TO ws-date-disp.
            MOVE ws-date-disp TO ws-jrn-old.
            MOVE ws-eff-date TO ws-date-disp.
            MOVE ws-date-disp TO ws-jrn-new.
            PERFORM QUEUE-JOURNAL-ENTRY.
            MOVE 'R' TO ws-reg-status(ws-reg-hit).
            MOVE ws-eff-date TO ws-reg-retired(ws-reg-hit).
            MOVE 'Y' TO ws-changed.
            DISPLAY "REGMAINT: cable "
                function trim(ws-cmd-tok(2)) " retired after "
                ws-eff-date.
        RETIRE-CABLE-EXIT.
            EXIT.

                MOVE 8 TO RETURN-CODE
                GO TO ROSTER-CABLE-EXIT
            END-IF.
            MOVE ws-today TO ws-eff-date.
            IF ws-cmd-tok(4) NOT = SPACES
                IF function test-numval(ws-cmd-tok(4)) NOT = 0
                    DISPLAY "REGMAINT: roster date "
                        function trim(ws-cmd-tok(4))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    GO TO ROSTER-CABLE-EXIT
                END-IF
                MOVE function numval(ws-cmd-tok(4)) TO ws-eff-date
            END-IF.
            PERFORM REGISTRY-LOOKUP-ID.
            IF ws-reg-hit = 0
                DISPLAY "REGMAINT: cable "
            PERFORM UNTIL ws-reg-slot > 5
                IF ws-reg-tech(ws-reg-hit ws-reg-slot)
                    = ws-cmd-tok(3)(1:3)
                AND ws-reg-tech-to(ws-reg-hit ws-reg-slot) = 0
                    DISPLAY "REGMAINT: technician "
                        function trim(ws-cmd-tok(3))
                        " is already on the roster"
                END-IF
                ADD 1 TO ws-reg-slot
            END-PERFORM.
            MOVE 0 TO ws-roster-slot.
            MOVE 1 TO ws-reg-slot.
            PERFORM UNTIL ws-reg-slot > 5
            OR ws-roster-slot > 0
                IF ws-reg-tech(ws-reg-hit ws-reg-slot) = SPACES
                    MOVE ws-reg-slot TO ws-roster-slot
                END-IF
                ADD 1 TO ws-reg-slot
            END-PERFORM.
            IF ws-roster-slot = 0
                MOVE 1 TO ws-reg-slot
                PERFORM UNTIL ws-reg-slot > 5
                    IF ws-reg-tech-to(ws-reg-hit ws-reg-slot) > 0
                    AND ws-reg-tech-to(ws-reg-hit ws-reg-slot)
                        < ws-eff-date
                        IF ws-roster-slot = 0
                            MOVE ws-reg-slot TO ws-roster-slot
                        ELSE
                            IF ws-reg-tech-to(ws-reg-hit ws-reg-slot)
                                < ws-reg-tech-to(ws-reg-hit
                                    ws-roster-slot)
                                MOVE ws-reg-slot TO ws-roster-slot
                            END-IF
                        END-IF
                    END-IF
                    ADD 1 TO ws-reg-slot
                END-PERFORM
            END-IF.
            IF ws-roster-slot = 0
                DISPLAY "REGMAINT: roster for cable "
                    function trim(ws-cmd-tok(2)) " is full"
                MOVE 8 TO RETURN-CODE
                GO TO ROSTER-CABLE-EXIT
            END-IF.
            IF ws-reg-tech(ws-reg-hit ws-roster-slot) NOT = SPACES
                MOVE 'ROSTER' TO ws-jrn-action
                MOVE 'CLOSED' TO ws-jrn-field
                MOVE SPACES TO ws-jrn-old
                STRING ws-reg-tech(ws-reg-hit ws-roster-slot) " "
                    ws-reg-tech-from(ws-reg-hit ws-roster-slot) "-"
                    ws-reg-tech-to(ws-reg-hit ws-roster-slot)
                    DELIMITED BY SIZE INTO ws-jrn-old
                MOVE SPACES TO ws-jrn-new
                PERFORM QUEUE-JOURNAL-ENTRY
            END-IF.
            MOVE ws-cmd-tok(3)(1:3)
                TO ws-reg-tech(ws-reg-hit ws-roster-slot).
            MOVE ws-eff-date
                TO ws-reg-tech-from(ws-reg-hit ws-roster-slot).
            MOVE 0 TO ws-reg-tech-to(ws-reg-hit ws-roster-slot).
            MOVE 'ROSTER' TO ws-jrn-action.
            MOVE 'TECH' TO ws-jrn-field.
            MOVE SPACES TO ws-jrn-old.
            MOVE ws-cmd-tok(3)(1:3) TO ws-jrn-new.
            PERFORM QUEUE-JOURNAL-ENTRY.
            MOVE 'Y' TO ws-changed.
            DISPLAY "REGMAINT: technician "
                function trim(ws-cmd-tok(3))
                " added to cable "
                function trim(ws-cmd-tok(2))
                " from " ws-eff-date.
        ROSTER-CABLE-EXIT.
            EXIT.

        UNROSTER-CABLE.
            IF ws-cmd-tok(3) = SPACES
                DISPLAY "REGMAINT: UNROSTER needs id and tech"
                MOVE 8 TO RETURN-CODE
                GO TO UNROSTER-CABLE-EXIT
            END-IF.
            MOVE ws-today TO ws-eff-date.
            IF ws-cmd-tok(4) NOT = SPACES
                IF function test-numval(ws-cmd-tok(4)) NOT = 0
                    DISPLAY "REGMAINT: roster end date "
                        function trim(ws-cmd-tok(4))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    GO TO UNROSTER-CABLE-EXIT
                END-IF
                MOVE function numval(ws-cmd-tok(4)) TO ws-eff-date
            END-IF.
            PERFORM REGISTRY-LOOKUP-ID.
            IF ws-reg-hit = 0
                DISPLAY "REGMAINT: cable "
                    function trim(ws-cmd-tok(2))
                    " is not in the registry"
                MOVE 8 TO RETURN-CODE
                GO TO UNROSTER-CABLE-EXIT
            END-IF.
            MOVE 1 TO ws-reg-slot.
            PERFORM UNTIL ws-reg-slot > 5
                IF ws-reg-tech(ws-reg-hit ws-reg-slot)
                    = ws-cmd-tok(3)(1:3)
                AND ws-reg-tech-to(ws-reg-hit ws-reg-slot) = 0
                    IF ws-eff-date
                        < ws-reg-tech-from(ws-reg-hit ws-reg-slot)
                        DISPLAY "REGMAINT: roster end date "
                            ws-eff-date " is before technician "
                            function trim(ws-cmd-tok(3))
                            " joined on "
                            ws-reg-tech-from(ws-reg-hit ws-reg-slot)
                        MOVE 8 TO RETURN-CODE
                        GO TO UNROSTER-CABLE-EXIT
                    END-IF
                    MOVE ws-eff-date
                        TO ws-reg-tech-to(ws-reg-hit ws-reg-slot)
                    MOVE 'UNROSTER' TO ws-jrn-action
                    MOVE 'TECH' TO ws-jrn-field
                    MOVE ws-cmd-tok(3)(1:3) TO ws-jrn-old
                    MOVE SPACES TO ws-jrn-new
                    PERFORM QUEUE-JOURNAL-ENTRY
                    MOVE 'Y' TO ws-changed
                    DISPLAY "REGMAINT: technician "
                        function trim(ws-cmd-tok(3))
                        " off cable "
                        function trim(ws-cmd-tok(2))
                        " after " ws-eff-date
                    GO TO UNROSTER-CABLE-EXIT
                END-IF
                ADD 1 TO ws-reg-slot
            END-PERFORM.
            DISPLAY "REGMAINT: technician "
                function trim(ws-cmd-tok(3))
                " is not on the roster for cable "
                function trim(ws-cmd-tok(2)).
            MOVE 8 TO RETURN-CODE.
        UNROSTER-CABLE-EXIT.
            EXIT.

        LIST-HISTORY.
            IF ws-cmd-tok(2) = SPACES
                DISPLAY "REGMAINT: HISTORY needs a cable id"
                MOVE 8 TO RETURN-CODE
                GO TO LIST-HISTORY-EXIT
            END-IF.
            OPEN INPUT journal-file.
            IF ws-journal-status NOT = '00'
            AND ws-journal-status NOT = '05'
                DISPLAY "REGMAINT: cannot open REGJRNL.TXT"
                    " - file status " ws-journal-status
                MOVE 8 TO RETURN-CODE
                GO TO LIST-HISTORY-EXIT
            END-IF.
            DISPLAY "REGMAINT: history for cable "
                function trim(ws-cmd-tok(2)).
            DISPLAY "date time operator action field old new"
                " effective".
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ journal-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF jrn-cable-id = ws-cmd-tok(2)(1:8)
                            ADD 1 TO ws-jrn-count
                            DISPLAY jrn-date " " jrn-time " "
                                jrn-operator " " jrn-action " "
                                jrn-field " '"
                                function trim(jrn-old-value) "' '"
                                function trim(jrn-new-value) "' "
                                jrn-effective
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE journal-file.
            DISPLAY "REGMAINT: " ws-jrn-count " journal entries".
        LIST-HISTORY-EXIT.
            EXIT.

        QUEUE-JOURNAL-ENTRY.
            IF ws-jrn-queue-count < 10
                ADD 1 TO ws-jrn-queue-count
                MOVE ws-jrn-action TO ws-jq-action(ws-jrn-queue-count)
                MOVE ws-reg-id(ws-reg-hit)
                    TO ws-jq-cable-id(ws-jrn-queue-count)
                MOVE ws-jrn-field TO ws-jq-field(ws-jrn-queue-count)
                MOVE ws-jrn-old TO ws-jq-old(ws-jrn-queue-count)
                MOVE ws-jrn-new TO ws-jq-new(ws-jrn-queue-count)
                MOVE ws-eff-date
                    TO ws-jq-effective(ws-jrn-queue-count)
            END-IF.

        WRITE-JOURNAL-QUEUE.
            MOVE 1 TO ws-jq-idx.
            PERFORM UNTIL ws-jq-idx > ws-jrn-queue-count
                MOVE SPACES TO journal-file-rec
                MOVE ws-today TO jrn-date
                MOVE ws-now(1:6) TO jrn-time
                MOVE ws-operator TO jrn-operator
                MOVE ws-jq-action(ws-jq-idx) TO jrn-action
                MOVE ws-jq-cable-id(ws-jq-idx) TO jrn-cable-id
                MOVE ws-jq-field(ws-jq-idx) TO jrn-field
                MOVE ws-jq-old(ws-jq-idx) TO jrn-old-value
                MOVE ws-jq-new(ws-jq-idx) TO jrn-new-value
                MOVE ws-jq-effective(ws-jq-idx) TO jrn-effective
                WRITE journal-file-rec
                ADD 1 TO ws-jq-idx
            END-PERFORM.
            CLOSE journal-file.

        WRITE-REGISTRY-FILE.
            OPEN OUTPUT registry-file.
            MOVE 1 TO ws-reg-idx.
                    ADD 1 TO ws-reg-slot
                END-PERFORM
                MOVE ws-reg-desc(ws-reg-idx) TO reg-description
                MOVE ws-reg-retired(ws-reg-idx) TO reg-retired
                MOVE 1 TO ws-reg-slot
                PERFORM UNTIL ws-reg-slot > 5
                    MOVE ws-reg-tech-from(ws-reg-idx ws-reg-slot)
                        TO reg-tech-from(ws-reg-slot)
                    MOVE ws-reg-tech-to(ws-reg-idx ws-reg-slot)
                        TO reg-tech-to(ws-reg-slot)
                    ADD 1 TO ws-reg-slot
                END-PERFORM
                WRITE registry-file-rec
                ADD 1 TO ws-reg-idx
            END-PERFORM.
