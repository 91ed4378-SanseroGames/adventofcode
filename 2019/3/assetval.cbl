        IDENTIFICATION DIVISION.
        PROGRAM-ID. ASSETVAL.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT segment-file ASSIGN TO 'SEGMENTS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS segment-key
                FILE STATUS IS ws-segment-status.
                SELECT OPTIONAL registry-file
                ASSIGN TO 'REGISTRY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-registry-status.
                SELECT rate-file ASSIGN TO 'RATES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-rate-status.
                SELECT report-file ASSIGN TO 'ASSETRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
            FILE SECTION.
            FD segment-file.
            01 segment-file-rec.
                05 segment-key.
                    10 seg-key-cable-id PIC X(8).
                    10 seg-key-seg-num PIC 9(5).
                05 seg-rec-true-start-x PIC S9(10).
                05 seg-rec-true-start-y PIC S9(10).
                05 seg-rec-true-end-x PIC S9(10).
                05 seg-rec-true-end-y PIC S9(10).
                05 seg-rec-orient PIC A(1).
                05 seg-rec-steps-in PIC 9(10).
                05 seg-rec-depth PIC 9(2).
                05 seg-rec-survey-date PIC 9(8).
                05 seg-rec-tech PIC X(3).
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
            FD rate-file.
            01 rate-file-rec PIC X(80).
            FD report-file.
            01 report-file-rec PIC X(132).

            WORKING-STORAGE SECTION.
            01 ws-segment-status PIC X(2).
            01 ws-registry-status PIC X(2).
            01 ws-rate-status PIC X(2).
            01 WS-EOF PIC A(1).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
                03 ws-cmd-tok OCCURS 2 TIMES PIC X(70).
            01 ws-value-date PIC 9(8).
            01 ws-value-day-num PIC 9(8).
            01 ws-rate-error PIC A(1) VALUE 'N'.
            01 ws-report-line PIC X(132).
            01 ws-max-registry PIC 9(3) VALUE 200.
            01 ws-registry-count PIC 9(3) VALUE 0.
            01 ws-registry-list.
                03 ws-registry-entry OCCURS 200 TIMES.
                    05 ws-reg-id PIC X(8).
                    05 ws-reg-status PIC X(1).
                    05 ws-reg-class PIC X(2).
                    05 ws-reg-inservice PIC 9(8).
                    05 ws-reg-retired PIC 9(8).
            01 ws-reg-idx PIC 9(3).
            01 ws-reg-hit PIC 9(3).
            01 ws-max-rates PIC 9(3) VALUE 100.
            01 ws-rate-count PIC 9(3) VALUE 0.
            01 ws-rate-list.
                03 ws-rate-entry OCCURS 100 TIMES.
                    05 ws-rate-class PIC X(2).
                    05 ws-rate-depth-lo PIC 9(2).
                    05 ws-rate-depth-hi PIC 9(2).
                    05 ws-rate-unit PIC 9(7)V99.
                    05 ws-rate-life PIC 9(3).
                    05 ws-rate-length PIC 9(12).
                    05 ws-rate-repl PIC 9(13)V99.
                    05 ws-rate-book PIC 9(13)V99.
                    05 ws-rate-class-done PIC A(1).
            01 ws-rate-idx PIC 9(3).
            01 ws-rate-idx2 PIC 9(3).
            01 ws-rate-hit PIC 9(3).
            01 ws-rate-tok-list.
                03 ws-rate-tok OCCURS 6 TIMES PIC X(20).
            01 ws-rate-line-num PIC 9(5) VALUE 0.
            01 ws-curr-id PIC X(8).
            01 ws-curr-valued PIC A(1).
            01 ws-curr-class PIC X(2).
            01 ws-curr-inservice PIC 9(8).
            01 ws-curr-age-days PIC 9(8).
            01 ws-curr-age-years PIC 9(3)V9.
            01 ws-curr-count PIC 9(5).
            01 ws-curr-length PIC 9(10).
            01 ws-curr-repl PIC 9(13)V99.
            01 ws-curr-book PIC 9(13)V99.
            01 ws-curr-unrated-count PIC 9(5).
            01 ws-curr-unrated-length PIC 9(10).
            01 ws-curr-unrated-depth PIC 9(2).
            01 ws-curr-reason PIC X(40).
            01 ws-seg-length PIC 9(10).
            01 ws-seg-repl PIC 9(13)V99.
            01 ws-seg-book PIC 9(13)V99.
            01 ws-life-days PIC 9(8).
            01 ws-cable-count PIC 9(5) VALUE 0.
            01 ws-valued-count PIC 9(5) VALUE 0.
            01 ws-exception-count PIC 9(5) VALUE 0.
            01 ws-max-exceptions PIC 9(3) VALUE 500.
            01 ws-exception-list.
                03 ws-exception-entry OCCURS 500 TIMES.
                    05 ws-exc-id PIC X(8).
                    05 ws-exc-reason PIC X(40).
                    05 ws-exc-count PIC 9(5).
                    05 ws-exc-length PIC 9(10).
                    05 ws-exc-depth PIC 9(2).
            01 ws-exc-idx PIC 9(3).
            01 ws-grand-length PIC 9(12) VALUE 0.
            01 ws-grand-repl PIC 9(13)V99 VALUE 0.
            01 ws-grand-book PIC 9(13)V99 VALUE 0.
            01 ws-class-length PIC 9(12).
            01 ws-class-repl PIC 9(13)V99.
            01 ws-class-book PIC 9(13)V99.
            01 ws-n1 PIC -(10)9.
            01 ws-n2 PIC -(10)9.
            01 ws-n3 PIC -(10)9.
            01 ws-m1 PIC Z(12)9.99.
            01 ws-m2 PIC Z(12)9.99.
            01 ws-m3 PIC Z(6)9.99.
            01 ws-age-disp PIC ZZ9.9.

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-command-line DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2).
            ACCEPT ws-value-date FROM DATE YYYYMMDD.
            IF ws-cmd-tok(1) NOT = SPACES
                IF function test-numval(ws-cmd-tok(1)) NOT = 0
                    DISPLAY "ASSETVAL: valuation date "
                        function trim(ws-cmd-tok(1))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE function numval(ws-cmd-tok(1)) TO ws-value-date
            END-IF.
            IF function test-date-yyyymmdd(ws-value-date) NOT = 0
                DISPLAY "ASSETVAL: " ws-value-date
                    " is not a valid yyyymmdd date"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE ws-value-day-num =
                function integer-of-date(ws-value-date).

            PERFORM LOAD-REGISTRY-FILE
                THRU LOAD-REGISTRY-FILE-EXIT.
            PERFORM LOAD-RATE-FILE THRU LOAD-RATE-FILE-EXIT.
            IF ws-rate-error = 'Y'
                DISPLAY "ASSETVAL: RATES.TXT in error - no valuation"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT segment-file.
            IF ws-segment-status NOT = '00'
                DISPLAY "ASSETVAL: cannot open SEGMENTS.DAT"
                    " - file status " ws-segment-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO ws-report-line.
            STRING "installed cable asset valuation as at "
                ws-value-date
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            MOVE "C cable-id class in-service age-years segments"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    length replacement-value book-value"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "B class depth-lo depth-hi rate life-years length"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    replacement-value book-value (per depth band)"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "S class length replacement-value book-value"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "G cables length replacement-value book-value"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "E cable-id reason segments length depth"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "book value = replacement value less straight-line"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    depreciation over the rate life from in-service"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "C and G lengths include unrated length, which is"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    listed under exceptions and carries no value"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE SPACES TO ws-curr-id.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ segment-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF seg-key-cable-id NOT = ws-curr-id
                            IF ws-curr-id NOT = SPACES
                                PERFORM END-OF-CABLE
                                    THRU END-OF-CABLE-EXIT
                            END-IF
                            PERFORM START-NEW-CABLE
                        END-IF
                        PERFORM VALUE-SEGMENT
                            THRU VALUE-SEGMENT-EXIT
                END-READ
            END-PERFORM.
            IF ws-curr-id NOT = SPACES
                PERFORM END-OF-CABLE THRU END-OF-CABLE-EXIT
            END-IF.
            CLOSE segment-file.

            PERFORM WRITE-SUBTOTALS.
            PERFORM WRITE-EXCEPTIONS.
            CLOSE report-file.
            MOVE ws-grand-repl TO ws-m1.
            MOVE ws-grand-book TO ws-m2.
            DISPLAY "ASSETVAL: " ws-valued-count " of "
                ws-cable-count " cables valued - replacement "
                function trim(ws-m1) " book "
                function trim(ws-m2) " - see ASSETRPT.TXT".
            IF ws-exception-count > 0
                DISPLAY "ASSETVAL: " ws-exception-count
                    " exceptions listed"
                MOVE 4 TO RETURN-CODE
            END-IF.
        STOP RUN.

        LOAD-REGISTRY-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT registry-file.
            IF ws-registry-status NOT = '00'
            AND ws-registry-status NOT = '05'
                DISPLAY "ASSETVAL: cannot open REGISTRY.TXT"
                    " - file status " ws-registry-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ registry-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-REGISTRY-RECORD
                            THRU LOAD-REGISTRY-RECORD-EXIT
                END-READ
            END-PERFORM.
            CLOSE registry-file.
        LOAD-REGISTRY-FILE-EXIT.
            EXIT.

        LOAD-REGISTRY-RECORD.
            IF registry-file-rec(1:1) = '*'
            OR registry-file-rec = SPACES
                GO TO LOAD-REGISTRY-RECORD-EXIT
            END-IF.
            IF ws-registry-count >= ws-max-registry
                DISPLAY "ASSETVAL: registry has more than "
                    ws-max-registry " entries - remainder ignored"
                MOVE 'Y' TO WS-EOF
                GO TO LOAD-REGISTRY-RECORD-EXIT
            END-IF.
            ADD 1 TO ws-registry-count.
            MOVE reg-cable-id TO ws-reg-id(ws-registry-count).
            MOVE reg-status TO ws-reg-status(ws-registry-count).
            MOVE reg-class TO ws-reg-class(ws-registry-count).
            IF reg-inservice NUMERIC
                MOVE reg-inservice
                    TO ws-reg-inservice(ws-registry-count)
            ELSE
                MOVE 0 TO ws-reg-inservice(ws-registry-count)
            END-IF.
            IF reg-retired NUMERIC
                MOVE reg-retired
                    TO ws-reg-retired(ws-registry-count)
            ELSE
                MOVE 0 TO ws-reg-retired(ws-registry-count)
            END-IF.
        LOAD-REGISTRY-RECORD-EXIT.
            EXIT.

        LOAD-RATE-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT rate-file.
            IF ws-rate-status NOT = '00'
                DISPLAY "ASSETVAL: cannot open RATES.TXT"
                    " - file status " ws-rate-status
                MOVE 'Y' TO ws-rate-error
                GO TO LOAD-RATE-FILE-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ rate-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO ws-rate-line-num
                        PERFORM LOAD-RATE-RECORD
                            THRU LOAD-RATE-RECORD-EXIT
                END-READ
            END-PERFORM.
            CLOSE rate-file.
            IF ws-rate-count = 0 AND ws-rate-error = 'N'
                DISPLAY "ASSETVAL: RATES.TXT holds no rates"
                MOVE 'Y' TO ws-rate-error
            END-IF.
        LOAD-RATE-FILE-EXIT.
            EXIT.

        LOAD-RATE-RECORD.
            IF rate-file-rec(1:1) = '*'
            OR rate-file-rec = SPACES
                GO TO LOAD-RATE-RECORD-EXIT
            END-IF.
            IF ws-rate-count >= ws-max-rates
                DISPLAY "ASSETVAL: more than " ws-max-rates
                    " rates in RATES.TXT"
                MOVE 'Y' TO ws-rate-error
                MOVE 'Y' TO WS-EOF
                GO TO LOAD-RATE-RECORD-EXIT
            END-IF.
            MOVE SPACES TO ws-rate-tok-list.
            UNSTRING rate-file-rec DELIMITED BY ALL ' '
                INTO ws-rate-tok(1) ws-rate-tok(2) ws-rate-tok(3)
                ws-rate-tok(4) ws-rate-tok(5) ws-rate-tok(6).
            IF ws-rate-tok(5) = SPACES
            OR function test-numval(ws-rate-tok(2)) NOT = 0
            OR function test-numval(ws-rate-tok(3)) NOT = 0
            OR function test-numval(ws-rate-tok(4)) NOT = 0
            OR function test-numval(ws-rate-tok(5)) NOT = 0
                DISPLAY "ASSETVAL: RATES.TXT line " ws-rate-line-num
                    " needs class depth-lo depth-hi rate life-years"
                MOVE 'Y' TO ws-rate-error
                GO TO LOAD-RATE-RECORD-EXIT
            END-IF.
            IF function numval(ws-rate-tok(2)) < 0
            OR function numval(ws-rate-tok(3)) > 99
            OR function numval(ws-rate-tok(2))
                > function numval(ws-rate-tok(3))
            OR function numval(ws-rate-tok(4)) < 0
            OR function numval(ws-rate-tok(5)) < 1
                DISPLAY "ASSETVAL: RATES.TXT line " ws-rate-line-num
                    " - depth band must be 0-99 low to high, rate"
                    " not negative, life at least 1 year"
                MOVE 'Y' TO ws-rate-error
                GO TO LOAD-RATE-RECORD-EXIT
            END-IF.
            ADD 1 TO ws-rate-count.
            MOVE ws-rate-tok(1)(1:2) TO ws-rate-class(ws-rate-count).
            MOVE function numval(ws-rate-tok(2))
                TO ws-rate-depth-lo(ws-rate-count).
            MOVE function numval(ws-rate-tok(3))
                TO ws-rate-depth-hi(ws-rate-count).
            MOVE function numval(ws-rate-tok(4))
                TO ws-rate-unit(ws-rate-count).
            MOVE function numval(ws-rate-tok(5))
                TO ws-rate-life(ws-rate-count).
            MOVE 0 TO ws-rate-length(ws-rate-count).
            MOVE 0 TO ws-rate-repl(ws-rate-count).
            MOVE 0 TO ws-rate-book(ws-rate-count).
            MOVE 'N' TO ws-rate-class-done(ws-rate-count).
        LOAD-RATE-RECORD-EXIT.
            EXIT.

        START-NEW-CABLE.
            MOVE seg-key-cable-id TO ws-curr-id.
            ADD 1 TO ws-cable-count.
            MOVE 0 TO ws-curr-count.
            MOVE 0 TO ws-curr-length.
            MOVE 0 TO ws-curr-repl.
            MOVE 0 TO ws-curr-book.
            MOVE 0 TO ws-curr-unrated-count.
            MOVE 0 TO ws-curr-unrated-length.
            MOVE 0 TO ws-curr-unrated-depth.
            MOVE 0 TO ws-curr-age-days.
            MOVE 0 TO ws-curr-inservice.
            MOVE SPACES TO ws-curr-class.
            MOVE SPACES TO ws-curr-reason.
            MOVE 'Y' TO ws-curr-valued.
            MOVE 0 TO ws-reg-hit.
            MOVE 1 TO ws-reg-idx.
            PERFORM UNTIL ws-reg-idx > ws-registry-count
            OR ws-reg-hit > 0
                IF ws-reg-id(ws-reg-idx) = ws-curr-id
                    MOVE ws-reg-idx TO ws-reg-hit
                END-IF
                ADD 1 TO ws-reg-idx
            END-PERFORM.
            IF ws-reg-hit = 0
                MOVE 'N' TO ws-curr-valued
                MOVE "not in the registry" TO ws-curr-reason
            ELSE
                MOVE ws-reg-class(ws-reg-hit) TO ws-curr-class
                MOVE ws-reg-inservice(ws-reg-hit)
                    TO ws-curr-inservice
                IF ws-reg-status(ws-reg-hit) = 'R'
                AND (ws-reg-retired(ws-reg-hit) = 0
                OR ws-reg-retired(ws-reg-hit) NOT > ws-value-date)
                    MOVE 'N' TO ws-curr-valued
                    MOVE "retired - not valued" TO ws-curr-reason
                END-IF
                IF ws-curr-valued = 'Y'
                AND ws-curr-inservice NOT = 0
                AND function test-date-yyyymmdd(ws-curr-inservice)
                    NOT = 0
                    MOVE 'N' TO ws-curr-valued
                    MOVE "in-service date invalid" TO ws-curr-reason
                END-IF
                IF ws-curr-valued = 'Y'
                AND ws-curr-inservice > ws-value-date
                    MOVE 'N' TO ws-curr-valued
                    MOVE "not in service at valuation date"
                        TO ws-curr-reason
                END-IF
            END-IF.
            IF ws-curr-valued = 'Y'
            AND ws-curr-inservice NOT = 0
            AND ws-curr-inservice < ws-value-date
                COMPUTE ws-curr-age-days = ws-value-day-num
                    - function integer-of-date(ws-curr-inservice)
            END-IF.
            COMPUTE ws-curr-age-years ROUNDED =
                ws-curr-age-days / 365.25.

        VALUE-SEGMENT.
            ADD 1 TO ws-curr-count.
            IF seg-rec-orient = 'D'
                COMPUTE ws-seg-length =
                    function abs(seg-rec-true-end-x -
                        seg-rec-true-start-x)
            ELSE
                COMPUTE ws-seg-length =
                    function abs(seg-rec-true-end-x -
                        seg-rec-true-start-x) +
                    function abs(seg-rec-true-end-y -
                        seg-rec-true-start-y)
            END-IF.
            ADD ws-seg-length TO ws-curr-length.
            IF ws-curr-valued NOT = 'Y'
                GO TO VALUE-SEGMENT-EXIT
            END-IF.
            MOVE 0 TO ws-rate-hit.
            MOVE 1 TO ws-rate-idx.
            PERFORM UNTIL ws-rate-idx > ws-rate-count
            OR ws-rate-hit > 0
                IF ws-rate-class(ws-rate-idx) = ws-curr-class
                AND seg-rec-depth >= ws-rate-depth-lo(ws-rate-idx)
                AND seg-rec-depth <= ws-rate-depth-hi(ws-rate-idx)
                    MOVE ws-rate-idx TO ws-rate-hit
                END-IF
                ADD 1 TO ws-rate-idx
            END-PERFORM.
            IF ws-rate-hit = 0
                IF ws-curr-unrated-count = 0
                    MOVE seg-rec-depth TO ws-curr-unrated-depth
                END-IF
                ADD 1 TO ws-curr-unrated-count
                ADD ws-seg-length TO ws-curr-unrated-length
                GO TO VALUE-SEGMENT-EXIT
            END-IF.
            COMPUTE ws-seg-repl ROUNDED =
                ws-seg-length * ws-rate-unit(ws-rate-hit).
            COMPUTE ws-life-days = ws-rate-life(ws-rate-hit) * 365.25.
            IF ws-curr-age-days >= ws-life-days
                MOVE 0 TO ws-seg-book
            ELSE
                COMPUTE ws-seg-book ROUNDED = ws-seg-repl
                    * (ws-life-days - ws-curr-age-days) / ws-life-days
            END-IF.
            ADD ws-seg-repl TO ws-curr-repl.
            ADD ws-seg-book TO ws-curr-book.
            ADD ws-seg-length TO ws-rate-length(ws-rate-hit).
            ADD ws-seg-repl TO ws-rate-repl(ws-rate-hit).
            ADD ws-seg-book TO ws-rate-book(ws-rate-hit).
        VALUE-SEGMENT-EXIT.
            EXIT.

        END-OF-CABLE.
            IF ws-curr-valued NOT = 'Y'
                MOVE ws-curr-count TO ws-curr-unrated-count
                MOVE ws-curr-length TO ws-curr-unrated-length
                MOVE 0 TO ws-curr-unrated-depth
                PERFORM ADD-EXCEPTION
                GO TO END-OF-CABLE-EXIT
            END-IF.
            ADD 1 TO ws-valued-count.
            ADD ws-curr-length TO ws-grand-length.
            ADD ws-curr-repl TO ws-grand-repl.
            ADD ws-curr-book TO ws-grand-book.
            MOVE ws-curr-count TO ws-n1.
            MOVE ws-curr-length TO ws-n2.
            MOVE ws-curr-repl TO ws-m1.
            MOVE ws-curr-book TO ws-m2.
            MOVE ws-curr-age-years TO ws-age-disp.
            MOVE SPACES TO ws-report-line.
            STRING "C " ws-curr-id " " ws-curr-class " "
                ws-curr-inservice " "
                function trim(ws-age-disp) " "
                function trim(ws-n1) " "
                function trim(ws-n2) " "
                function trim(ws-m1) " "
                function trim(ws-m2)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            IF ws-curr-unrated-count > 0
                MOVE SPACES TO ws-curr-reason
                STRING "no rate for class " ws-curr-class
                    DELIMITED BY SIZE INTO ws-curr-reason
                PERFORM ADD-EXCEPTION
            END-IF.
        END-OF-CABLE-EXIT.
            EXIT.

        ADD-EXCEPTION.
            IF ws-exception-count < ws-max-exceptions
                ADD 1 TO ws-exception-count
                MOVE ws-curr-id TO ws-exc-id(ws-exception-count)
                MOVE ws-curr-reason
                    TO ws-exc-reason(ws-exception-count)
                MOVE ws-curr-unrated-count
                    TO ws-exc-count(ws-exception-count)
                MOVE ws-curr-unrated-length
                    TO ws-exc-length(ws-exception-count)
                MOVE ws-curr-unrated-depth
                    TO ws-exc-depth(ws-exception-count)
            END-IF.

        WRITE-SUBTOTALS.
            MOVE SPACES TO report-file-rec.
            WRITE report-file-rec.
            MOVE "subtotals by class and depth band"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE 1 TO ws-rate-idx.
            PERFORM UNTIL ws-rate-idx > ws-rate-count
                IF ws-rate-class-done(ws-rate-idx) = 'N'
                    PERFORM WRITE-CLASS-SUBTOTAL
                END-IF
                ADD 1 TO ws-rate-idx
            END-PERFORM.
            MOVE ws-valued-count TO ws-n1.
            MOVE ws-grand-length TO ws-n2.
            MOVE ws-grand-repl TO ws-m1.
            MOVE ws-grand-book TO ws-m2.
            MOVE SPACES TO ws-report-line.
            STRING "G " function trim(ws-n1) " "
                function trim(ws-n2) " "
                function trim(ws-m1) " "
                function trim(ws-m2)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.

        WRITE-CLASS-SUBTOTAL.
            MOVE 0 TO ws-class-length.
            MOVE 0 TO ws-class-repl.
            MOVE 0 TO ws-class-book.
            MOVE ws-rate-idx TO ws-rate-idx2.
            PERFORM UNTIL ws-rate-idx2 > ws-rate-count
                IF ws-rate-class(ws-rate-idx2)
                    = ws-rate-class(ws-rate-idx)
                    MOVE 'Y' TO ws-rate-class-done(ws-rate-idx2)
                    ADD ws-rate-length(ws-rate-idx2)
                        TO ws-class-length
                    ADD ws-rate-repl(ws-rate-idx2) TO ws-class-repl
                    ADD ws-rate-book(ws-rate-idx2) TO ws-class-book
                    MOVE ws-rate-depth-lo(ws-rate-idx2) TO ws-n1
                    MOVE ws-rate-depth-hi(ws-rate-idx2) TO ws-n2
                    MOVE ws-rate-length(ws-rate-idx2) TO ws-n3
                    MOVE ws-rate-unit(ws-rate-idx2) TO ws-m3
                    MOVE ws-rate-repl(ws-rate-idx2) TO ws-m1
                    MOVE ws-rate-book(ws-rate-idx2) TO ws-m2
                    MOVE SPACES TO ws-report-line
                    STRING "B " ws-rate-class(ws-rate-idx2) " "
                        function trim(ws-n1) " "
                        function trim(ws-n2) " "
                        function trim(ws-m3) " "
                        ws-rate-life(ws-rate-idx2) " "
                        function trim(ws-n3) " "
                        function trim(ws-m1) " "
                        function trim(ws-m2)
                        DELIMITED BY SIZE INTO ws-report-line
                    MOVE ws-report-line TO report-file-rec
                    WRITE report-file-rec
                END-IF
                ADD 1 TO ws-rate-idx2
            END-PERFORM.
            MOVE ws-class-length TO ws-n1.
            MOVE ws-class-repl TO ws-m1.
            MOVE ws-class-book TO ws-m2.
            MOVE SPACES TO ws-report-line.
            STRING "S " ws-rate-class(ws-rate-idx) " "
                function trim(ws-n1) " "
                function trim(ws-m1) " "
                function trim(ws-m2)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.

        WRITE-EXCEPTIONS.
            MOVE SPACES TO report-file-rec.
            WRITE report-file-rec.
            MOVE ws-exception-count TO ws-n1.
            MOVE SPACES TO ws-report-line.
            STRING "exceptions: " function trim(ws-n1)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            MOVE 1 TO ws-exc-idx.
            PERFORM UNTIL ws-exc-idx > ws-exception-count
                MOVE ws-exc-count(ws-exc-idx) TO ws-n1
                MOVE ws-exc-length(ws-exc-idx) TO ws-n2
                MOVE SPACES TO ws-report-line
                STRING "E " ws-exc-id(ws-exc-idx) " "
                    function trim(ws-exc-reason(ws-exc-idx)) " "
                    function trim(ws-n1) " "
                    function trim(ws-n2) " "
                    ws-exc-depth(ws-exc-idx)
                    DELIMITED BY SIZE INTO ws-report-line
                MOVE ws-report-line TO report-file-rec
                WRITE report-file-rec
                ADD 1 TO ws-exc-idx
            END-PERFORM.
