        IDENTIFICATION DIVISION.
        PROGRAM-ID. ZONEMNT.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT OPTIONAL zone-file
                ASSIGN TO 'ZONES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-zone-status.

        DATA DIVISION.
            FILE SECTION.
            FD zone-file.
            01 zone-file-rec.
                05 zone-rec-id PIC X(8).
                05 FILLER PIC X(1).
                05 zone-rec-class PIC X(2).
                05 FILLER PIC X(1).
                05 zone-rec-lo-x PIC S9(10) SIGN IS TRAILING SEPARATE.
                05 FILLER PIC X(1).
                05 zone-rec-lo-y PIC S9(10) SIGN IS TRAILING SEPARATE.
                05 FILLER PIC X(1).
                05 zone-rec-hi-x PIC S9(10) SIGN IS TRAILING SEPARATE.
                05 FILLER PIC X(1).
                05 zone-rec-hi-y PIC S9(10) SIGN IS TRAILING SEPARATE.
                05 FILLER PIC X(1).
                05 zone-rec-depth-lo PIC 9(2).
                05 FILLER PIC X(1).
                05 zone-rec-depth-hi PIC 9(2).
                05 FILLER PIC X(1).
                05 zone-rec-effective PIC 9(8).
                05 FILLER PIC X(1).
                05 zone-rec-expiry PIC 9(8).
                05 FILLER PIC X(1).
                05 zone-rec-description PIC X(30).

            WORKING-STORAGE SECTION.
            01 ws-zone-status PIC X(2).
            01 ws-max-zones PIC 9(3) VALUE 200.
            01 ws-zone-count PIC 9(3) VALUE 0.
            01 ws-zone-list.
                03 ws-zone-entry OCCURS 200 TIMES.
                    05 ws-zone-id PIC X(8).
                    05 ws-zone-class PIC X(2).
                    05 ws-zone-lo-x PIC S9(10).
                    05 ws-zone-lo-y PIC S9(10).
                    05 ws-zone-hi-x PIC S9(10).
                    05 ws-zone-hi-y PIC S9(10).
                    05 ws-zone-depth-lo PIC 9(2).
                    05 ws-zone-depth-hi PIC 9(2).
                    05 ws-zone-effective PIC 9(8).
                    05 ws-zone-expiry PIC 9(8).
                    05 ws-zone-desc PIC X(30).
            01 ws-zone-idx PIC 9(3).
            01 ws-zone-hit PIC 9(3).
            01 WS-EOF PIC A(1).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
                03 ws-cmd-tok OCCURS 10 TIMES PIC X(70).
            01 ws-tok-idx PIC 9(2).
            01 ws-cmd-ptr PIC 9(3).
            01 ws-cmd-skip PIC X(70).
            01 ws-action PIC X(8).
            01 ws-field PIC X(9).
            01 ws-changed PIC A(1) VALUE 'N'.
            01 ws-today PIC 9(8).
            01 ws-eff-date PIC 9(8).
            01 ws-bad-number PIC A(1).
            01 ws-new-lo-x PIC S9(10).
            01 ws-new-lo-y PIC S9(10).
            01 ws-new-hi-x PIC S9(10).
            01 ws-new-hi-y PIC S9(10).
            01 ws-new-depth-lo PIC 9(2).
            01 ws-new-depth-hi PIC 9(2).
            01 ws-num-disp PIC -(10)9.
            01 ws-num-disp2 PIC -(10)9.
            01 ws-num-disp3 PIC -(10)9.
            01 ws-num-disp4 PIC -(10)9.
            01 ws-state PIC X(7).

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-command-line DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2) ws-cmd-tok(3)
                ws-cmd-tok(4) ws-cmd-tok(5) ws-cmd-tok(6)
                ws-cmd-tok(7) ws-cmd-tok(8) ws-cmd-tok(9)
                ws-cmd-tok(10).
            MOVE ws-cmd-tok(1) TO ws-action.
            ACCEPT ws-today FROM DATE YYYYMMDD.

            PERFORM LOAD-ZONE-FILE
                THRU LOAD-ZONE-FILE-EXIT.

            EVALUATE ws-action
                WHEN 'LIST'
                    PERFORM LIST-ZONES
                WHEN 'ADD'
                    PERFORM ADD-ZONE THRU ADD-ZONE-EXIT
                WHEN 'CHANGE'
                    PERFORM CHANGE-ZONE THRU CHANGE-ZONE-EXIT
                WHEN 'EXPIRE'
                    PERFORM EXPIRE-ZONE THRU EXPIRE-ZONE-EXIT
                WHEN OTHER
                    DISPLAY "ZONEMNT: usage is one of"
                    DISPLAY "  LIST"
                    DISPLAY "  ADD id class lo-x lo-y hi-x hi-y"
                        " depth-lo depth-hi [yyyymmdd]"
                    DISPLAY "  CHANGE id CLASS class"
                    DISPLAY "  CHANGE id BOUNDS lo-x lo-y hi-x hi-y"
                    DISPLAY "  CHANGE id DEPTH depth-lo depth-hi"
                    DISPLAY "  CHANGE id EFFECTIVE yyyymmdd"
                    DISPLAY "  CHANGE id DESC text"
                    DISPLAY "  EXPIRE id [yyyymmdd]"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.

            IF ws-changed = 'Y'
                PERFORM WRITE-ZONE-FILE
            END-IF.
        STOP RUN.

        LOAD-ZONE-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT zone-file.
            IF ws-zone-status NOT = '00'
            AND ws-zone-status NOT = '05'
                DISPLAY "ZONEMNT: cannot open ZONES.TXT"
                    " - file status " ws-zone-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ zone-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-ZONE-RECORD
                            THRU LOAD-ZONE-RECORD-EXIT
                END-READ
            END-PERFORM.
            CLOSE zone-file.
        LOAD-ZONE-FILE-EXIT.
            EXIT.

        LOAD-ZONE-RECORD.
            IF zone-file-rec(1:1) = '*'
            OR zone-file-rec = SPACES
                GO TO LOAD-ZONE-RECORD-EXIT
            END-IF.
            IF ws-zone-count >= ws-max-zones
                DISPLAY "ZONEMNT: zone file has more than "
                    ws-max-zones " entries - remainder ignored"
                MOVE 'Y' TO WS-EOF
                GO TO LOAD-ZONE-RECORD-EXIT
            END-IF.
            IF zone-rec-lo-x NOT NUMERIC
            OR zone-rec-lo-y NOT NUMERIC
            OR zone-rec-hi-x NOT NUMERIC
            OR zone-rec-hi-y NOT NUMERIC
            OR zone-rec-depth-lo NOT NUMERIC
            OR zone-rec-depth-hi NOT NUMERIC
            OR zone-rec-effective NOT NUMERIC
                DISPLAY "ZONEMNT: zone " zone-rec-id
                    " - bounds, depths or effective date"
                    " not numeric - correct ZONES.TXT by hand"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO ws-zone-count.
            MOVE zone-rec-id TO ws-zone-id(ws-zone-count).
            MOVE zone-rec-class TO ws-zone-class(ws-zone-count).
            MOVE zone-rec-lo-x TO ws-zone-lo-x(ws-zone-count).
            MOVE zone-rec-lo-y TO ws-zone-lo-y(ws-zone-count).
            MOVE zone-rec-hi-x TO ws-zone-hi-x(ws-zone-count).
            MOVE zone-rec-hi-y TO ws-zone-hi-y(ws-zone-count).
            MOVE zone-rec-depth-lo
                TO ws-zone-depth-lo(ws-zone-count).
            MOVE zone-rec-depth-hi
                TO ws-zone-depth-hi(ws-zone-count).
            MOVE zone-rec-effective
                TO ws-zone-effective(ws-zone-count).
            IF zone-rec-expiry NUMERIC
                MOVE zone-rec-expiry
                    TO ws-zone-expiry(ws-zone-count)
            ELSE
                MOVE 0 TO ws-zone-expiry(ws-zone-count)
            END-IF.
            MOVE zone-rec-description
                TO ws-zone-desc(ws-zone-count).
        LOAD-ZONE-RECORD-EXIT.
            EXIT.

        ZONE-LOOKUP-ID.
            MOVE 0 TO ws-zone-hit.
            MOVE 1 TO ws-zone-idx.
            PERFORM UNTIL ws-zone-idx > ws-zone-count
            OR ws-zone-hit > 0
                IF ws-zone-id(ws-zone-idx) = ws-cmd-tok(2)(1:8)
                    MOVE ws-zone-idx TO ws-zone-hit
                END-IF
                ADD 1 TO ws-zone-idx
            END-PERFORM.

        LIST-ZONES.
            DISPLAY "ZONEMNT: " ws-zone-count " zones".
            DISPLAY "id class lo-x lo-y hi-x hi-y depth-lo depth-hi"
                " effective expiry state description".
            MOVE 1 TO ws-zone-idx.
            PERFORM UNTIL ws-zone-idx > ws-zone-count
                MOVE ws-zone-lo-x(ws-zone-idx) TO ws-num-disp
                MOVE ws-zone-lo-y(ws-zone-idx) TO ws-num-disp2
                MOVE ws-zone-hi-x(ws-zone-idx) TO ws-num-disp3
                MOVE ws-zone-hi-y(ws-zone-idx) TO ws-num-disp4
                IF ws-zone-effective(ws-zone-idx) > ws-today
                    MOVE 'PENDING' TO ws-state
                ELSE
                    IF ws-zone-expiry(ws-zone-idx) NOT = 0
                    AND ws-zone-expiry(ws-zone-idx) NOT > ws-today
                        MOVE 'EXPIRED' TO ws-state
                    ELSE
                        MOVE 'ACTIVE' TO ws-state
                    END-IF
                END-IF
                DISPLAY ws-zone-id(ws-zone-idx) " "
                    ws-zone-class(ws-zone-idx) " "
                    function trim(ws-num-disp) " "
                    function trim(ws-num-disp2) " "
                    function trim(ws-num-disp3) " "
                    function trim(ws-num-disp4) " "
                    ws-zone-depth-lo(ws-zone-idx) " "
                    ws-zone-depth-hi(ws-zone-idx) " "
                    ws-zone-effective(ws-zone-idx) " "
                    ws-zone-expiry(ws-zone-idx) " "
                    ws-state " "
                    ws-zone-desc(ws-zone-idx)
                ADD 1 TO ws-zone-idx
            END-PERFORM.

        CHECK-BOUNDS-TOKENS.
            MOVE 'N' TO ws-bad-number.
            MOVE ws-tok-idx TO ws-zone-idx.
            PERFORM UNTIL ws-zone-idx > ws-tok-idx + 3
                IF ws-cmd-tok(ws-zone-idx) = SPACES
                OR function test-numval(ws-cmd-tok(ws-zone-idx))
                    NOT = 0
                    MOVE 'Y' TO ws-bad-number
                END-IF
                ADD 1 TO ws-zone-idx
            END-PERFORM.
            IF ws-bad-number = 'N'
                MOVE function numval(ws-cmd-tok(ws-tok-idx))
                    TO ws-new-lo-x
                MOVE function numval(ws-cmd-tok(ws-tok-idx + 1))
                    TO ws-new-lo-y
                MOVE function numval(ws-cmd-tok(ws-tok-idx + 2))
                    TO ws-new-hi-x
                MOVE function numval(ws-cmd-tok(ws-tok-idx + 3))
                    TO ws-new-hi-y
                IF ws-new-lo-x > ws-new-hi-x
                OR ws-new-lo-y > ws-new-hi-y
                    DISPLAY "ZONEMNT: low corner "
                        function trim(ws-cmd-tok(ws-tok-idx)) " "
                        function trim(ws-cmd-tok(ws-tok-idx + 1))
                        " is above high corner "
                        function trim(ws-cmd-tok(ws-tok-idx + 2)) " "
                        function trim(ws-cmd-tok(ws-tok-idx + 3))
                    MOVE 'Y' TO ws-bad-number
                END-IF
            ELSE
                DISPLAY "ZONEMNT: bounds must be four numbers"
                    " lo-x lo-y hi-x hi-y"
            END-IF.

        CHECK-DEPTH-TOKENS.
            MOVE 'N' TO ws-bad-number.
            IF ws-cmd-tok(ws-tok-idx) = SPACES
            OR ws-cmd-tok(ws-tok-idx + 1) = SPACES
            OR function test-numval(ws-cmd-tok(ws-tok-idx)) NOT = 0
            OR function test-numval(ws-cmd-tok(ws-tok-idx + 1))
                NOT = 0
                DISPLAY "ZONEMNT: depth range must be two numbers"
                    " 0-99 (depth-hi 0 = no lower limit)"
                MOVE 'Y' TO ws-bad-number
            ELSE
                IF function numval(ws-cmd-tok(ws-tok-idx)) < 0
                OR function numval(ws-cmd-tok(ws-tok-idx)) > 99
                OR function numval(ws-cmd-tok(ws-tok-idx + 1)) < 0
                OR function numval(ws-cmd-tok(ws-tok-idx + 1)) > 99
                    DISPLAY "ZONEMNT: depth range must be two"
                        " numbers 0-99"
                    MOVE 'Y' TO ws-bad-number
                ELSE
                    MOVE function numval(ws-cmd-tok(ws-tok-idx))
                        TO ws-new-depth-lo
                    MOVE function numval(ws-cmd-tok(ws-tok-idx + 1))
                        TO ws-new-depth-hi
                    IF ws-new-depth-hi NOT = 0
                    AND ws-new-depth-lo > ws-new-depth-hi
                        DISPLAY "ZONEMNT: depth-lo "
                            ws-new-depth-lo
                            " is deeper than depth-hi "
                            ws-new-depth-hi
                        MOVE 'Y' TO ws-bad-number
                    END-IF
                END-IF
            END-IF.

        ADD-ZONE.
            IF ws-cmd-tok(2) = SPACES
            OR ws-cmd-tok(3) = SPACES
            OR ws-cmd-tok(9) = SPACES
                DISPLAY "ZONEMNT: ADD needs id class lo-x lo-y"
                    " hi-x hi-y depth-lo depth-hi"
                MOVE 8 TO RETURN-CODE
                GO TO ADD-ZONE-EXIT
            END-IF.
            PERFORM ZONE-LOOKUP-ID.
            IF ws-zone-hit > 0
                DISPLAY "ZONEMNT: zone "
                    function trim(ws-cmd-tok(2))
                    " is already on file"
                MOVE 8 TO RETURN-CODE
                GO TO ADD-ZONE-EXIT
            END-IF.
            IF ws-zone-count >= ws-max-zones
                DISPLAY "ZONEMNT: zone file is full"
                MOVE 8 TO RETURN-CODE
                GO TO ADD-ZONE-EXIT
            END-IF.
            MOVE 4 TO ws-tok-idx.
            PERFORM CHECK-BOUNDS-TOKENS.
            IF ws-bad-number = 'Y'
                MOVE 8 TO RETURN-CODE
                GO TO ADD-ZONE-EXIT
            END-IF.
            MOVE 8 TO ws-tok-idx.
            PERFORM CHECK-DEPTH-TOKENS.
            IF ws-bad-number = 'Y'
                MOVE 8 TO RETURN-CODE
                GO TO ADD-ZONE-EXIT
            END-IF.
            MOVE ws-today TO ws-eff-date.
            IF ws-cmd-tok(10) NOT = SPACES
                IF function test-numval(ws-cmd-tok(10)) NOT = 0
                    DISPLAY "ZONEMNT: effective date "
                        function trim(ws-cmd-tok(10))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    GO TO ADD-ZONE-EXIT
                END-IF
                MOVE function numval(ws-cmd-tok(10)) TO ws-eff-date
            END-IF.
            ADD 1 TO ws-zone-count.
            MOVE ws-cmd-tok(2)(1:8) TO ws-zone-id(ws-zone-count).
            MOVE ws-cmd-tok(3)(1:2)
                TO ws-zone-class(ws-zone-count).
            MOVE ws-new-lo-x TO ws-zone-lo-x(ws-zone-count).
            MOVE ws-new-lo-y TO ws-zone-lo-y(ws-zone-count).
            MOVE ws-new-hi-x TO ws-zone-hi-x(ws-zone-count).
            MOVE ws-new-hi-y TO ws-zone-hi-y(ws-zone-count).
            MOVE ws-new-depth-lo
                TO ws-zone-depth-lo(ws-zone-count).
            MOVE ws-new-depth-hi
                TO ws-zone-depth-hi(ws-zone-count).
            MOVE ws-eff-date TO ws-zone-effective(ws-zone-count).
            MOVE 0 TO ws-zone-expiry(ws-zone-count).
            MOVE SPACES TO ws-zone-desc(ws-zone-count).
            MOVE 'Y' TO ws-changed.
            DISPLAY "ZONEMNT: zone "
                function trim(ws-cmd-tok(2)) " added effective "
                ws-eff-date.
        ADD-ZONE-EXIT.
            EXIT.

        CHANGE-ZONE.
            IF ws-cmd-tok(2) = SPACES
            OR ws-cmd-tok(3) = SPACES
            OR ws-cmd-tok(4) = SPACES
                DISPLAY "ZONEMNT: CHANGE needs id field value"
                MOVE 8 TO RETURN-CODE
                GO TO CHANGE-ZONE-EXIT
            END-IF.
            PERFORM ZONE-LOOKUP-ID.
            IF ws-zone-hit = 0
                DISPLAY "ZONEMNT: zone "
                    function trim(ws-cmd-tok(2))
                    " is not on file"
                MOVE 8 TO RETURN-CODE
                GO TO CHANGE-ZONE-EXIT
            END-IF.
            MOVE ws-cmd-tok(3) TO ws-field.
            EVALUATE ws-field
                WHEN 'CLASS'
                    MOVE ws-cmd-tok(4)(1:2)
                        TO ws-zone-class(ws-zone-hit)
                WHEN 'BOUNDS'
                    MOVE 4 TO ws-tok-idx
                    PERFORM CHECK-BOUNDS-TOKENS
                    IF ws-bad-number = 'Y'
                        MOVE 8 TO RETURN-CODE
                        GO TO CHANGE-ZONE-EXIT
                    END-IF
                    MOVE ws-new-lo-x TO ws-zone-lo-x(ws-zone-hit)
                    MOVE ws-new-lo-y TO ws-zone-lo-y(ws-zone-hit)
                    MOVE ws-new-hi-x TO ws-zone-hi-x(ws-zone-hit)
                    MOVE ws-new-hi-y TO ws-zone-hi-y(ws-zone-hit)
                WHEN 'DEPTH'
                    MOVE 4 TO ws-tok-idx
                    PERFORM CHECK-DEPTH-TOKENS
                    IF ws-bad-number = 'Y'
                        MOVE 8 TO RETURN-CODE
                        GO TO CHANGE-ZONE-EXIT
                    END-IF
                    MOVE ws-new-depth-lo
                        TO ws-zone-depth-lo(ws-zone-hit)
                    MOVE ws-new-depth-hi
                        TO ws-zone-depth-hi(ws-zone-hit)
                WHEN 'EFFECTIVE'
                    IF function test-numval(ws-cmd-tok(4)) NOT = 0
                        DISPLAY "ZONEMNT: effective date "
                            function trim(ws-cmd-tok(4))
                            " is not numeric"
                        MOVE 8 TO RETURN-CODE
                        GO TO CHANGE-ZONE-EXIT
                    END-IF
                    MOVE function numval(ws-cmd-tok(4)) TO ws-eff-date
                    IF ws-zone-expiry(ws-zone-hit) NOT = 0
                    AND ws-eff-date >= ws-zone-expiry(ws-zone-hit)
                        DISPLAY "ZONEMNT: effective date "
                            ws-eff-date " is not before expiry "
                            ws-zone-expiry(ws-zone-hit)
                        MOVE 8 TO RETURN-CODE
                        GO TO CHANGE-ZONE-EXIT
                    END-IF
                    MOVE ws-eff-date TO ws-zone-effective(ws-zone-hit)
                WHEN 'DESC'
                    MOVE 1 TO ws-cmd-ptr
                    UNSTRING ws-command-line DELIMITED BY ALL ' '
                        INTO ws-cmd-skip ws-cmd-skip ws-cmd-skip
                        WITH POINTER ws-cmd-ptr
                    END-UNSTRING
                    MOVE ws-command-line(ws-cmd-ptr:)
                        TO ws-zone-desc(ws-zone-hit)
                WHEN OTHER
                    DISPLAY "ZONEMNT: field "
                        function trim(ws-cmd-tok(3))
                        " must be CLASS, BOUNDS, DEPTH, EFFECTIVE"
                        " or DESC"
                    MOVE 8 TO RETURN-CODE
                    GO TO CHANGE-ZONE-EXIT
            END-EVALUATE.
            MOVE 'Y' TO ws-changed.
            DISPLAY "ZONEMNT: zone "
                function trim(ws-cmd-tok(2)) " "
                function trim(ws-field) " changed".
        CHANGE-ZONE-EXIT.
            EXIT.

        EXPIRE-ZONE.
            MOVE ws-today TO ws-eff-date.
            IF ws-cmd-tok(3) NOT = SPACES
                IF function test-numval(ws-cmd-tok(3)) NOT = 0
                    DISPLAY "ZONEMNT: expiry date "
                        function trim(ws-cmd-tok(3))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    GO TO EXPIRE-ZONE-EXIT
                END-IF
                MOVE function numval(ws-cmd-tok(3)) TO ws-eff-date
            END-IF.
            PERFORM ZONE-LOOKUP-ID.
            IF ws-zone-hit = 0
                DISPLAY "ZONEMNT: zone "
                    function trim(ws-cmd-tok(2))
                    " is not on file"
                MOVE 8 TO RETURN-CODE
                GO TO EXPIRE-ZONE-EXIT
            END-IF.
            IF ws-zone-expiry(ws-zone-hit) NOT = 0
            AND ws-zone-expiry(ws-zone-hit) NOT > ws-eff-date
                DISPLAY "ZONEMNT: zone "
                    function trim(ws-cmd-tok(2))
                    " already expired on "
                    ws-zone-expiry(ws-zone-hit)
                GO TO EXPIRE-ZONE-EXIT
            END-IF.
            IF ws-eff-date <= ws-zone-effective(ws-zone-hit)
                DISPLAY "ZONEMNT: expiry date " ws-eff-date
                    " is not after effective date "
                    ws-zone-effective(ws-zone-hit)
                MOVE 8 TO RETURN-CODE
                GO TO EXPIRE-ZONE-EXIT
            END-IF.
            MOVE ws-eff-date TO ws-zone-expiry(ws-zone-hit).
            MOVE 'Y' TO ws-changed.
            DISPLAY "ZONEMNT: zone "
                function trim(ws-cmd-tok(2)) " expires on "
                ws-eff-date.
        EXPIRE-ZONE-EXIT.
            EXIT.

        WRITE-ZONE-FILE.
            OPEN OUTPUT zone-file.
            MOVE 1 TO ws-zone-idx.
            PERFORM UNTIL ws-zone-idx > ws-zone-count
                MOVE SPACES TO zone-file-rec
                MOVE ws-zone-id(ws-zone-idx) TO zone-rec-id
                MOVE ws-zone-class(ws-zone-idx) TO zone-rec-class
                MOVE ws-zone-lo-x(ws-zone-idx) TO zone-rec-lo-x
                MOVE ws-zone-lo-y(ws-zone-idx) TO zone-rec-lo-y
                MOVE ws-zone-hi-x(ws-zone-idx) TO zone-rec-hi-x
                MOVE ws-zone-hi-y(ws-zone-idx) TO zone-rec-hi-y
                MOVE ws-zone-depth-lo(ws-zone-idx)
                    TO zone-rec-depth-lo
                MOVE ws-zone-depth-hi(ws-zone-idx)
                    TO zone-rec-depth-hi
                MOVE ws-zone-effective(ws-zone-idx)
                    TO zone-rec-effective
                MOVE ws-zone-expiry(ws-zone-idx) TO zone-rec-expiry
                MOVE ws-zone-desc(ws-zone-idx)
                    TO zone-rec-description
                WRITE zone-file-rec
                ADD 1 TO ws-zone-idx
            END-PERFORM.
            CLOSE zone-file.
