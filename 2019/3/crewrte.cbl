        IDENTIFICATION DIVISION.
        PROGRAM-ID. CREWRTE.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT work-order-file
                ASSIGN TO DYNAMIC ws-workorder-filename
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-workorder-status.
                SELECT crew-file ASSIGN TO 'CREWS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-crew-status.
                SELECT OPTIONAL registry-file
                ASSIGN TO 'REGISTRY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-registry-status.
                SELECT route-file ASSIGN TO 'ROUTES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                SELECT overflow-file ASSIGN TO 'OVERFLOW.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
            FILE SECTION.
            FD work-order-file.
            01 work-order-file-rec PIC X(132).
            FD crew-file.
            01 crew-file-rec.
                05 crew-rec-id PIC X(6).
                05 FILLER PIC X(1).
                05 crew-rec-base-x PIC S9(10) SIGN IS TRAILING SEPARATE.
                05 FILLER PIC X(1).
                05 crew-rec-base-y PIC S9(10) SIGN IS TRAILING SEPARATE.
                05 FILLER PIC X(1).
                05 crew-rec-capacity PIC 9(3).
                05 FILLER PIC X(1).
                05 crew-rec-class-list.
                    10 crew-rec-class-entry OCCURS 5 TIMES.
                        15 crew-rec-class PIC X(2).
                        15 FILLER PIC X(1).
                05 crew-rec-name PIC X(30).
            FD registry-file.
            01 registry-file-rec.
                05 reg-cable-id PIC X(8).
                05 FILLER PIC X(1).
                05 reg-status PIC X(1).
                05 FILLER PIC X(1).
                05 reg-class PIC X(2).
                05 FILLER PIC X(1).
                05 reg-inservice PIC 9(8).
                05 FILLER PIC X(1).
                05 reg-tech-roster.
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
            FD route-file.
            01 route-file-rec PIC X(132).
            FD overflow-file.
            01 overflow-file-rec PIC X(132).

            WORKING-STORAGE SECTION.
            01 ws-workorder-filename PIC X(80) VALUE 'WORKORDS.TXT'.
            01 ws-workorder-status PIC X(2).
            01 ws-crew-status PIC X(2).
            01 ws-registry-status PIC X(2).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
                03 ws-cmd-tok OCCURS 4 TIMES PIC X(70).
            01 ws-wo-token-list.
                03 ws-wo-tok OCCURS 12 TIMES PIC X(20).
            01 WS-EOF PIC A(1).
            01 ws-report-line PIC X(132).
            01 ws-plan-date PIC 9(8).
            01 ws-plan-int PIC 9(8).
            01 ws-due-int PIC 9(8).
            01 ws-due-day PIC S9(5).
            01 ws-horizon PIC 9(2) VALUE 31.
            01 ws-last-day PIC 9(2).
            01 ws-day PIC 9(2).
            01 ws-day-date PIC 9(8).
            01 ws-max-registry PIC 9(3) VALUE 200.
            01 ws-registry-count PIC 9(3) VALUE 0.
            01 ws-registry-list.
                03 ws-registry-entry OCCURS 200 TIMES.
                    05 ws-reg-id PIC X(8).
                    05 ws-reg-class PIC X(2).
            01 ws-reg-idx PIC 9(3).
            01 ws-reg-lookup-id PIC X(8).
            01 ws-reg-found-class PIC X(2).
            01 ws-max-crews PIC 9(2) VALUE 50.
            01 ws-crew-count PIC 9(2) VALUE 0.
            01 ws-crew-list.
                03 ws-crew-entry OCCURS 50 TIMES.
                    05 ws-crew-id PIC X(6).
                    05 ws-crew-base-x PIC S9(10).
                    05 ws-crew-base-y PIC S9(10).
                    05 ws-crew-capacity PIC 9(3).
                    05 ws-crew-class OCCURS 5 TIMES PIC X(2).
                    05 ws-crew-load OCCURS 31 TIMES PIC 9(3).
            01 ws-crew-idx PIC 9(2).
            01 ws-crew-hit PIC 9(2).
            01 ws-class-idx PIC 9(1).
            01 ws-bad-crews PIC 9(3) VALUE 0.
            01 ws-max-wo PIC 9(5) VALUE 2000.
            01 ws-wo-count PIC 9(5) VALUE 0.
            01 ws-wo-list.
                03 ws-wo-entry OCCURS 2000 TIMES.
                    05 ws-wo-num PIC 9(5).
                    05 ws-wo-type PIC X(1).
                    05 ws-wo-id-a PIC X(8).
                    05 ws-wo-id-b PIC X(8).
                    05 ws-wo-x PIC S9(10).
                    05 ws-wo-y PIC S9(10).
                    05 ws-wo-sev PIC 9(1).
                    05 ws-wo-sev-code PIC X(3).
                    05 ws-wo-due PIC 9(8).
                    05 ws-wo-class-a PIC X(2).
                    05 ws-wo-class-b PIC X(2).
                    05 ws-wo-crew PIC 9(2).
                    05 ws-wo-day PIC 9(2).
                    05 ws-wo-dist PIC 9(10).
                    05 ws-wo-done PIC A(1).
                    05 ws-wo-listed PIC A(1).
            01 ws-wo-idx PIC 9(5).
            01 ws-wo-hit PIC 9(5).
            01 ws-wo-skipped PIC 9(5) VALUE 0.
            01 ws-wo-placed PIC 9(5) VALUE 0.
            01 ws-wo-overflow PIC 9(5) VALUE 0.
            01 ws-wo-pass PIC 9(5).
            01 ws-dist PIC 9(10).
            01 ws-best-dist PIC 9(10).
            01 ws-class-check PIC X(2).
            01 ws-class-ok PIC A(1).
            01 ws-qualified PIC A(1).
            01 ws-any-qualified PIC A(1).
            01 ws-overflow-reason PIC X(40).
            01 ws-sheet-count PIC 9(5) VALUE 0.
            01 ws-stop-seq PIC 9(3).
            01 ws-stop-total PIC 9(3).
            01 ws-leg PIC 9(10).
            01 ws-travel PIC 9(10).
            01 ws-prev-x PIC S9(10).
            01 ws-prev-y PIC S9(10).
            01 ws-n1 PIC -(10)9.
            01 ws-n2 PIC -(10)9.
            01 ws-n3 PIC -(10)9.
            01 ws-n4 PIC -(10)9.
            01 ws-n5 PIC -(10)9.

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-command-line DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2) ws-cmd-tok(3)
                ws-cmd-tok(4).
            IF ws-cmd-tok(1) NOT = SPACES
                MOVE ws-cmd-tok(1) TO ws-workorder-filename
            END-IF.
            ACCEPT ws-plan-date FROM DATE YYYYMMDD.
            IF ws-cmd-tok(2) NOT = SPACES
                IF function test-numval(ws-cmd-tok(2)) NOT = 0
                    DISPLAY "CREWRTE: usage is CREWRTE"
                        " [work-order-file [yyyymmdd]]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE function numval(ws-cmd-tok(2)) TO ws-plan-date
            END-IF.
            IF function test-date-yyyymmdd(ws-plan-date) NOT = 0
                DISPLAY "CREWRTE: " ws-plan-date
                    " is not a valid yyyymmdd date"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE ws-plan-int =
                function integer-of-date(ws-plan-date).

            PERFORM LOAD-REGISTRY-FILE THRU LOAD-REGISTRY-FILE-EXIT.
            PERFORM LOAD-CREW-FILE THRU LOAD-CREW-FILE-EXIT.
            PERFORM LOAD-WORK-ORDERS THRU LOAD-WORK-ORDERS-EXIT.

            OPEN OUTPUT overflow-file.
            MOVE SPACES TO ws-report-line.
            STRING "dispatch overflow for plan starting "
                ws-plan-date
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO overflow-file-rec.
            WRITE overflow-file-rec.
            MOVE "O wo-num type cable-a cable-b x y severity due"
                TO overflow-file-rec.
            WRITE overflow-file-rec.
            MOVE "    reason" TO overflow-file-rec.
            WRITE overflow-file-rec.
            MOVE 1 TO ws-wo-pass.
            PERFORM UNTIL ws-wo-pass > ws-wo-count
                PERFORM FIND-NEXT-PRIORITY
                PERFORM PLACE-ONE-WORK-ORDER
                    THRU PLACE-ONE-WORK-ORDER-EXIT
                ADD 1 TO ws-wo-pass
            END-PERFORM.
            CLOSE overflow-file.

            PERFORM WRITE-ROUTE-SHEETS.

            DISPLAY "CREWRTE: " ws-wo-count " work orders, "
                ws-wo-placed " placed on " ws-sheet-count
                " route sheets, " ws-wo-overflow
                " to overflow - see ROUTES.TXT and OVERFLOW.TXT".
            IF ws-wo-overflow > 0
            OR ws-wo-skipped > 0
            OR ws-bad-crews > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
        STOP RUN.

        LOAD-REGISTRY-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT registry-file.
            IF ws-registry-status NOT = '00'
            AND ws-registry-status NOT = '05'
                DISPLAY "CREWRTE: cannot open REGISTRY.TXT"
                    " - file status " ws-registry-status
                    " - crews checked on crew class lists only"
                GO TO LOAD-REGISTRY-FILE-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ registry-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF registry-file-rec(1:1) NOT = '*'
                        AND registry-file-rec NOT = SPACES
                            IF ws-registry-count < ws-max-registry
                                ADD 1 TO ws-registry-count
                                MOVE reg-cable-id
                                    TO ws-reg-id(ws-registry-count)
                                MOVE reg-class
                                    TO ws-reg-class(ws-registry-count)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE registry-file.
        LOAD-REGISTRY-FILE-EXIT.
            EXIT.

        REGISTRY-LOOKUP-CLASS.
            MOVE SPACES TO ws-reg-found-class.
            MOVE 1 TO ws-reg-idx.
            PERFORM UNTIL ws-reg-idx > ws-registry-count
            OR ws-reg-found-class NOT = SPACES
                IF ws-reg-id(ws-reg-idx) = ws-reg-lookup-id
                    MOVE ws-reg-class(ws-reg-idx)
                        TO ws-reg-found-class
                END-IF
                ADD 1 TO ws-reg-idx
            END-PERFORM.

        LOAD-CREW-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT crew-file.
            IF ws-crew-status NOT = '00'
                DISPLAY "CREWRTE: cannot open CREWS.TXT"
                    " - file status " ws-crew-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ crew-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-CREW-RECORD
                            THRU LOAD-CREW-RECORD-EXIT
                END-READ
            END-PERFORM.
            CLOSE crew-file.
            IF ws-crew-count = 0
                DISPLAY "CREWRTE: CREWS.TXT has no usable crews"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
        LOAD-CREW-FILE-EXIT.
            EXIT.

        LOAD-CREW-RECORD.
            IF crew-file-rec(1:1) = '*'
            OR crew-file-rec = SPACES
                GO TO LOAD-CREW-RECORD-EXIT
            END-IF.
            IF crew-rec-base-x NOT NUMERIC
            OR crew-rec-base-y NOT NUMERIC
            OR crew-rec-capacity NOT NUMERIC
                DISPLAY "CREWRTE: crew " crew-rec-id
                    " base or capacity is not numeric - ignored"
                ADD 1 TO ws-bad-crews
                GO TO LOAD-CREW-RECORD-EXIT
            END-IF.
            IF crew-rec-capacity = 0
                DISPLAY "CREWRTE: crew " crew-rec-id
                    " has no daily capacity - ignored"
                ADD 1 TO ws-bad-crews
                GO TO LOAD-CREW-RECORD-EXIT
            END-IF.
            IF ws-crew-count >= ws-max-crews
                DISPLAY "CREWRTE: more than " ws-max-crews
                    " crews - remainder ignored"
                MOVE 'Y' TO WS-EOF
                GO TO LOAD-CREW-RECORD-EXIT
            END-IF.
            ADD 1 TO ws-crew-count.
            MOVE crew-rec-id TO ws-crew-id(ws-crew-count).
            MOVE crew-rec-base-x TO ws-crew-base-x(ws-crew-count).
            MOVE crew-rec-base-y TO ws-crew-base-y(ws-crew-count).
            MOVE crew-rec-capacity
                TO ws-crew-capacity(ws-crew-count).
            MOVE 1 TO ws-class-idx.
            PERFORM UNTIL ws-class-idx > 5
                MOVE crew-rec-class(ws-class-idx)
                    TO ws-crew-class(ws-crew-count ws-class-idx)
                ADD 1 TO ws-class-idx
            END-PERFORM.
            MOVE 1 TO ws-day.
            PERFORM UNTIL ws-day > ws-horizon
                MOVE 0 TO ws-crew-load(ws-crew-count ws-day)
                ADD 1 TO ws-day
            END-PERFORM.
        LOAD-CREW-RECORD-EXIT.
            EXIT.

        LOAD-WORK-ORDERS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT work-order-file.
            IF ws-workorder-status NOT = '00'
                DISPLAY "CREWRTE: cannot open "
                    function trim(ws-workorder-filename)
                    " - file status " ws-workorder-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ work-order-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-WORK-ORDER-LINE
                            THRU LOAD-WORK-ORDER-LINE-EXIT
                END-READ
            END-PERFORM.
            CLOSE work-order-file.
        LOAD-WORK-ORDERS-EXIT.
            EXIT.

        LOAD-WORK-ORDER-LINE.
            MOVE SPACES TO ws-wo-token-list.
            UNSTRING work-order-file-rec DELIMITED BY ALL ' '
                INTO ws-wo-tok(1) ws-wo-tok(2) ws-wo-tok(3)
                ws-wo-tok(4) ws-wo-tok(5) ws-wo-tok(6)
                ws-wo-tok(7) ws-wo-tok(8) ws-wo-tok(9)
                ws-wo-tok(10) ws-wo-tok(11) ws-wo-tok(12).
            IF ws-wo-tok(1) NOT = 'W'
            OR function test-numval(ws-wo-tok(2)) NOT = 0
                GO TO LOAD-WORK-ORDER-LINE-EXIT
            END-IF.
            IF function test-numval(ws-wo-tok(6)) NOT = 0
            OR function test-numval(ws-wo-tok(7)) NOT = 0
            OR ws-wo-tok(11) NOT = 'due'
            OR function test-numval(ws-wo-tok(12)) NOT = 0
                DISPLAY "CREWRTE: work order "
                    function trim(ws-wo-tok(2))
                    " is not in work-order layout - skipped"
                ADD 1 TO ws-wo-skipped
                GO TO LOAD-WORK-ORDER-LINE-EXIT
            END-IF.
            IF ws-wo-count >= ws-max-wo
                DISPLAY "CREWRTE: more than " ws-max-wo
                    " work orders - remainder ignored"
                MOVE 'Y' TO WS-EOF
                GO TO LOAD-WORK-ORDER-LINE-EXIT
            END-IF.
            ADD 1 TO ws-wo-count.
            MOVE function numval(ws-wo-tok(2))
                TO ws-wo-num(ws-wo-count).
            MOVE ws-wo-tok(3) TO ws-wo-type(ws-wo-count).
            MOVE ws-wo-tok(4) TO ws-wo-id-a(ws-wo-count).
            MOVE ws-wo-tok(5) TO ws-wo-id-b(ws-wo-count).
            MOVE function numval(ws-wo-tok(6))
                TO ws-wo-x(ws-wo-count).
            MOVE function numval(ws-wo-tok(7))
                TO ws-wo-y(ws-wo-count).
            MOVE ws-wo-tok(8) TO ws-wo-sev-code(ws-wo-count).
            EVALUATE ws-wo-tok(8)
                WHEN 'SEV'
                    MOVE 3 TO ws-wo-sev(ws-wo-count)
                WHEN 'WRN'
                    MOVE 2 TO ws-wo-sev(ws-wo-count)
                WHEN OTHER
                    MOVE 1 TO ws-wo-sev(ws-wo-count)
            END-EVALUATE.
            MOVE function numval(ws-wo-tok(12))
                TO ws-wo-due(ws-wo-count).
            MOVE ws-wo-id-a(ws-wo-count) TO ws-reg-lookup-id.
            PERFORM REGISTRY-LOOKUP-CLASS.
            MOVE ws-reg-found-class TO ws-wo-class-a(ws-wo-count).
            MOVE ws-wo-id-b(ws-wo-count) TO ws-reg-lookup-id.
            PERFORM REGISTRY-LOOKUP-CLASS.
            MOVE ws-reg-found-class TO ws-wo-class-b(ws-wo-count).
            MOVE 0 TO ws-wo-crew(ws-wo-count).
            MOVE 0 TO ws-wo-day(ws-wo-count).
            MOVE 0 TO ws-wo-dist(ws-wo-count).
            MOVE 'N' TO ws-wo-done(ws-wo-count).
            MOVE 'N' TO ws-wo-listed(ws-wo-count).
        LOAD-WORK-ORDER-LINE-EXIT.
            EXIT.

        FIND-NEXT-PRIORITY.
            MOVE 0 TO ws-wo-hit.
            MOVE 1 TO ws-wo-idx.
            PERFORM UNTIL ws-wo-idx > ws-wo-count
                IF ws-wo-done(ws-wo-idx) NOT = 'Y'
                    IF ws-wo-hit = 0
                        MOVE ws-wo-idx TO ws-wo-hit
                    ELSE
                        IF ws-wo-sev(ws-wo-idx) > ws-wo-sev(ws-wo-hit)
                        OR (ws-wo-sev(ws-wo-idx)
                            = ws-wo-sev(ws-wo-hit)
                        AND ws-wo-due(ws-wo-idx)
                            < ws-wo-due(ws-wo-hit))
                            MOVE ws-wo-idx TO ws-wo-hit
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO ws-wo-idx
            END-PERFORM.

        PLACE-ONE-WORK-ORDER.
            MOVE 'Y' TO ws-wo-done(ws-wo-hit).
            COMPUTE ws-due-int =
                function integer-of-date(ws-wo-due(ws-wo-hit)).
            COMPUTE ws-due-day = ws-due-int - ws-plan-int + 1.
            IF ws-due-day < 1
                MOVE "past due before the plan start date"
                    TO ws-overflow-reason
                PERFORM WRITE-OVERFLOW-LINE
                GO TO PLACE-ONE-WORK-ORDER-EXIT
            END-IF.
            IF ws-due-day > ws-horizon
                MOVE ws-horizon TO ws-last-day
            ELSE
                MOVE ws-due-day TO ws-last-day
            END-IF.
            MOVE 'N' TO ws-any-qualified.
            MOVE 0 TO ws-crew-hit.
            MOVE 1 TO ws-day.
            PERFORM UNTIL ws-day > ws-last-day
            OR ws-crew-hit > 0
                PERFORM FIND-NEAREST-CREW
                IF ws-crew-hit = 0
                    ADD 1 TO ws-day
                END-IF
            END-PERFORM.
            IF ws-crew-hit = 0
                IF ws-any-qualified NOT = 'Y'
                    MOVE "no crew qualified on the cable class"
                        TO ws-overflow-reason
                ELSE
                    IF ws-due-day > ws-horizon
                        MOVE "no crew capacity in the 31-day plan"
                            TO ws-overflow-reason
                    ELSE
                        MOVE "no crew capacity before due date"
                            TO ws-overflow-reason
                    END-IF
                END-IF
                PERFORM WRITE-OVERFLOW-LINE
                GO TO PLACE-ONE-WORK-ORDER-EXIT
            END-IF.
            MOVE ws-crew-hit TO ws-wo-crew(ws-wo-hit).
            MOVE ws-day TO ws-wo-day(ws-wo-hit).
            MOVE ws-best-dist TO ws-wo-dist(ws-wo-hit).
            ADD 1 TO ws-crew-load(ws-crew-hit ws-day).
            ADD 1 TO ws-wo-placed.
        PLACE-ONE-WORK-ORDER-EXIT.
            EXIT.

        FIND-NEAREST-CREW.
            MOVE 1 TO ws-crew-idx.
            PERFORM UNTIL ws-crew-idx > ws-crew-count
                PERFORM CHECK-CREW-QUALIFIED
                IF ws-qualified = 'Y'
                    MOVE 'Y' TO ws-any-qualified
                    IF ws-crew-load(ws-crew-idx ws-day)
                        < ws-crew-capacity(ws-crew-idx)
                        COMPUTE ws-dist =
                            function abs(ws-crew-base-x(ws-crew-idx)
                                - ws-wo-x(ws-wo-hit))
                            + function abs(ws-crew-base-y(ws-crew-idx)
                                - ws-wo-y(ws-wo-hit))
                        IF ws-crew-hit = 0
                        OR ws-dist < ws-best-dist
                            MOVE ws-crew-idx TO ws-crew-hit
                            MOVE ws-dist TO ws-best-dist
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO ws-crew-idx
            END-PERFORM.

        CHECK-CREW-QUALIFIED.
            MOVE 'Y' TO ws-qualified.
            MOVE ws-wo-class-a(ws-wo-hit) TO ws-class-check.
            PERFORM CHECK-ONE-CLASS.
            IF ws-class-ok NOT = 'Y'
                MOVE 'N' TO ws-qualified
            END-IF.
            MOVE ws-wo-class-b(ws-wo-hit) TO ws-class-check.
            PERFORM CHECK-ONE-CLASS.
            IF ws-class-ok NOT = 'Y'
                MOVE 'N' TO ws-qualified
            END-IF.

        CHECK-ONE-CLASS.
            IF ws-class-check = SPACES
            OR (ws-crew-class(ws-crew-idx 1) = SPACES
            AND ws-crew-class(ws-crew-idx 2) = SPACES
            AND ws-crew-class(ws-crew-idx 3) = SPACES
            AND ws-crew-class(ws-crew-idx 4) = SPACES
            AND ws-crew-class(ws-crew-idx 5) = SPACES)
                MOVE 'Y' TO ws-class-ok
            ELSE
                MOVE 'N' TO ws-class-ok
                MOVE 1 TO ws-class-idx
                PERFORM UNTIL ws-class-idx > 5
                OR ws-class-ok = 'Y'
                    IF ws-crew-class(ws-crew-idx ws-class-idx)
                        = ws-class-check
                        MOVE 'Y' TO ws-class-ok
                    END-IF
                    ADD 1 TO ws-class-idx
                END-PERFORM
            END-IF.

        WRITE-OVERFLOW-LINE.
            ADD 1 TO ws-wo-overflow.
            MOVE ws-wo-num(ws-wo-hit) TO ws-n1.
            MOVE ws-wo-x(ws-wo-hit) TO ws-n2.
            MOVE ws-wo-y(ws-wo-hit) TO ws-n3.
            MOVE SPACES TO ws-report-line.
            STRING "O " function trim(ws-n1) " "
                ws-wo-type(ws-wo-hit) " "
                function trim(ws-wo-id-a(ws-wo-hit)) " "
                function trim(ws-wo-id-b(ws-wo-hit)) " "
                function trim(ws-n2) " "
                function trim(ws-n3) " "
                ws-wo-sev-code(ws-wo-hit) " "
                ws-wo-due(ws-wo-hit) " "
                function trim(ws-overflow-reason)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO overflow-file-rec.
            WRITE overflow-file-rec.

        WRITE-ROUTE-SHEETS.
            OPEN OUTPUT route-file.
            MOVE SPACES TO ws-report-line.
            STRING "crew route sheets for plan starting "
                ws-plan-date " from "
                function trim(ws-workorder-filename)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO route-file-rec.
            WRITE route-file-rec.
            MOVE "ROUTE crew date stops capacity base-x base-y"
                TO route-file-rec.
            WRITE route-file-rec.
            MOVE "STOP seq wo-num type cable-a cable-b x y severity"
                TO route-file-rec.
            WRITE route-file-rec.
            MOVE "    due from-base leg (SEV first, then nearest"
                TO route-file-rec.
            WRITE route-file-rec.
            MOVE "    to base)" TO route-file-rec.
            WRITE route-file-rec.
            MOVE "END crew date stops travel (back to base)"
                TO route-file-rec.
            WRITE route-file-rec.
            MOVE 1 TO ws-crew-idx.
            PERFORM UNTIL ws-crew-idx > ws-crew-count
                MOVE 1 TO ws-day
                PERFORM UNTIL ws-day > ws-horizon
                    IF ws-crew-load(ws-crew-idx ws-day) > 0
                        PERFORM WRITE-ONE-SHEET
                    END-IF
                    ADD 1 TO ws-day
                END-PERFORM
                ADD 1 TO ws-crew-idx
            END-PERFORM.
            CLOSE route-file.

        WRITE-ONE-SHEET.
            ADD 1 TO ws-sheet-count.
            MOVE function date-of-integer(ws-plan-int + ws-day - 1)
                TO ws-day-date.
            MOVE ws-crew-load(ws-crew-idx ws-day) TO ws-stop-total.
            MOVE ws-stop-total TO ws-n1.
            MOVE ws-crew-capacity(ws-crew-idx) TO ws-n2.
            MOVE ws-crew-base-x(ws-crew-idx) TO ws-n3.
            MOVE ws-crew-base-y(ws-crew-idx) TO ws-n4.
            MOVE SPACES TO ws-report-line.
            STRING "ROUTE " function trim(ws-crew-id(ws-crew-idx))
                " " ws-day-date
                " " function trim(ws-n1)
                " " function trim(ws-n2)
                " " function trim(ws-n3)
                " " function trim(ws-n4)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO route-file-rec.
            WRITE route-file-rec.
            MOVE ws-crew-base-x(ws-crew-idx) TO ws-prev-x.
            MOVE ws-crew-base-y(ws-crew-idx) TO ws-prev-y.
            MOVE 0 TO ws-travel.
            MOVE 1 TO ws-stop-seq.
            PERFORM UNTIL ws-stop-seq > ws-stop-total
                PERFORM FIND-NEXT-STOP
                PERFORM WRITE-STOP-LINE
                ADD 1 TO ws-stop-seq
            END-PERFORM.
            COMPUTE ws-leg =
                function abs(ws-crew-base-x(ws-crew-idx) - ws-prev-x)
                + function abs(ws-crew-base-y(ws-crew-idx) - ws-prev-y).
            ADD ws-leg TO ws-travel.
            MOVE ws-travel TO ws-n2.
            MOVE SPACES TO ws-report-line.
            STRING "END " function trim(ws-crew-id(ws-crew-idx))
                " " ws-day-date
                " " function trim(ws-n1)
                " " function trim(ws-n2)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO route-file-rec.
            WRITE route-file-rec.

        FIND-NEXT-STOP.
            MOVE 0 TO ws-wo-hit.
            MOVE 1 TO ws-wo-idx.
            PERFORM UNTIL ws-wo-idx > ws-wo-count
                IF ws-wo-crew(ws-wo-idx) = ws-crew-idx
                AND ws-wo-day(ws-wo-idx) = ws-day
                AND ws-wo-listed(ws-wo-idx) NOT = 'Y'
                    IF ws-wo-hit = 0
                        MOVE ws-wo-idx TO ws-wo-hit
                    ELSE
                        IF ws-wo-sev(ws-wo-idx) > ws-wo-sev(ws-wo-hit)
                        OR (ws-wo-sev(ws-wo-idx)
                            = ws-wo-sev(ws-wo-hit)
                        AND ws-wo-dist(ws-wo-idx)
                            < ws-wo-dist(ws-wo-hit))
                            MOVE ws-wo-idx TO ws-wo-hit
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO ws-wo-idx
            END-PERFORM.
            MOVE 'Y' TO ws-wo-listed(ws-wo-hit).

        WRITE-STOP-LINE.
            COMPUTE ws-leg =
                function abs(ws-wo-x(ws-wo-hit) - ws-prev-x)
                + function abs(ws-wo-y(ws-wo-hit) - ws-prev-y).
            ADD ws-leg TO ws-travel.
            MOVE ws-wo-x(ws-wo-hit) TO ws-prev-x.
            MOVE ws-wo-y(ws-wo-hit) TO ws-prev-y.
            MOVE ws-wo-num(ws-wo-hit) TO ws-n2.
            MOVE ws-wo-x(ws-wo-hit) TO ws-n3.
            MOVE ws-wo-y(ws-wo-hit) TO ws-n4.
            MOVE ws-wo-dist(ws-wo-hit) TO ws-n5.
            MOVE SPACES TO ws-report-line.
            STRING "STOP " ws-stop-seq
                " " function trim(ws-n2)
                " " ws-wo-type(ws-wo-hit)
                " " function trim(ws-wo-id-a(ws-wo-hit))
                " " function trim(ws-wo-id-b(ws-wo-hit))
                " " function trim(ws-n3)
                " " function trim(ws-n4)
                " " ws-wo-sev-code(ws-wo-hit)
                " " ws-wo-due(ws-wo-hit)
                " " function trim(ws-n5)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-leg TO ws-n5.
            MOVE SPACES TO route-file-rec.
            STRING function trim(ws-report-line)
                " " function trim(ws-n5)
                DELIMITED BY SIZE INTO route-file-rec.
            WRITE route-file-rec.
