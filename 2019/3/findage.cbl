        IDENTIFICATION DIVISION.
        PROGRAM-ID. FINDAGE.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT history-file ASSIGN TO 'FINDHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS hist-key
                FILE STATUS IS ws-history-status.
                SELECT report-file ASSIGN TO 'FINDAGE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
            FILE SECTION.
            FD history-file.
            01 history-file-rec.
                05 hist-key.
                    10 hist-key-type PIC X(1).
                    10 hist-key-id-a PIC X(8).
                    10 hist-key-id-b PIC X(8).
                    10 hist-key-x PIC S9(10) SIGN IS LEADING SEPARATE.
                    10 hist-key-y PIC S9(10) SIGN IS LEADING SEPARATE.
                05 hist-first-seen PIC 9(8).
                05 hist-open-since PIC 9(8).
                05 hist-last-seen PIC 9(8).
                05 hist-times-seen PIC 9(5).
                05 hist-max-sev PIC 9(1).
                05 hist-last-sev PIC 9(1).
                05 hist-resolved PIC 9(8).
                05 hist-last-run PIC X(14).
            FD report-file.
            01 report-file-rec PIC X(132).

            WORKING-STORAGE SECTION.
            01 ws-history-status PIC X(2).
            01 ws-command-line PIC X(132) VALUE SPACES.
            01 ws-cmd-token-list.
                03 ws-cmd-tok OCCURS 4 TIMES PIC X(70).
            01 WS-EOF PIC A(1).
            01 ws-as-of-date PIC 9(8).
            01 ws-min-days PIC 9(5) VALUE 0.
            01 ws-report-line PIC X(132).
            01 ws-max-open PIC 9(5) VALUE 5000.
            01 ws-open-count PIC 9(5) VALUE 0.
            01 ws-open-overflow PIC 9(10) VALUE 0.
            01 ws-open-list.
                03 ws-open-entry OCCURS 5000 TIMES.
                    05 ws-open-type PIC X(1).
                    05 ws-open-id-a PIC X(8).
                    05 ws-open-id-b PIC X(8).
                    05 ws-open-x PIC S9(10).
                    05 ws-open-y PIC S9(10).
                    05 ws-open-since PIC 9(8).
                    05 ws-open-first PIC 9(8).
                    05 ws-open-last PIC 9(8).
                    05 ws-open-times PIC 9(5).
                    05 ws-open-sev PIC 9(1).
                    05 ws-open-days PIC S9(7).
                    05 ws-open-listed PIC A(1).
            01 ws-open-idx PIC 9(5).
            01 ws-open-hit PIC 9(5).
            01 ws-open-scan PIC 9(5).
            01 ws-open-days-max PIC S9(7).
            01 ws-days PIC S9(7).
            01 ws-sev-col PIC 9(1).
            01 ws-sev-code PIC X(3).
            01 ws-bucket-count PIC 9(1) VALUE 6.
            01 ws-bucket-idx PIC 9(1).
            01 ws-bucket-limits.
                03 FILLER PIC 9(5) VALUE 7.
                03 FILLER PIC 9(5) VALUE 14.
                03 FILLER PIC 9(5) VALUE 30.
                03 FILLER PIC 9(5) VALUE 60.
                03 FILLER PIC 9(5) VALUE 90.
                03 FILLER PIC 9(5) VALUE 99999.
            01 ws-bucket-limit-list REDEFINES ws-bucket-limits.
                03 ws-bucket-limit OCCURS 6 TIMES PIC 9(5).
            01 ws-bucket-labels.
                03 FILLER PIC X(10) VALUE '0-7'.
                03 FILLER PIC X(10) VALUE '8-14'.
                03 FILLER PIC X(10) VALUE '15-30'.
                03 FILLER PIC X(10) VALUE '31-60'.
                03 FILLER PIC X(10) VALUE '61-90'.
                03 FILLER PIC X(10) VALUE '91+'.
            01 ws-bucket-label-list REDEFINES ws-bucket-labels.
                03 ws-bucket-label OCCURS 6 TIMES PIC X(10).
            01 ws-age-matrix.
                03 ws-age-row OCCURS 6 TIMES.
                    05 ws-age-cell OCCURS 3 TIMES PIC 9(10).
            01 ws-sev-totals.
                03 ws-sev-total OCCURS 3 TIMES PIC 9(10).
            01 ws-row-total PIC 9(10).
            01 ws-total-open PIC 9(10) VALUE 0.
            01 ws-total-resolved PIC 9(10) VALUE 0.
            01 ws-total-records PIC 9(10) VALUE 0.
            01 ws-n1 PIC -(10)9.
            01 ws-n2 PIC -(10)9.
            01 ws-n3 PIC -(10)9.
            01 ws-n4 PIC -(10)9.

        PROCEDURE DIVISION.
            ACCEPT ws-command-line FROM COMMAND-LINE.
            MOVE SPACES TO ws-cmd-token-list.
            UNSTRING ws-command-line DELIMITED BY ALL ' '
                INTO ws-cmd-tok(1) ws-cmd-tok(2) ws-cmd-tok(3)
                ws-cmd-tok(4).
            ACCEPT ws-as-of-date FROM DATE YYYYMMDD.
            IF ws-cmd-tok(1) NOT = SPACES
                IF function test-numval(ws-cmd-tok(1)) NOT = 0
                    DISPLAY "FINDAGE: usage is FINDAGE [yyyymmdd"
                        " [min-days]]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE function numval(ws-cmd-tok(1))
                    TO ws-as-of-date
            END-IF.
            IF function test-date-yyyymmdd(ws-as-of-date) NOT = 0
                DISPLAY "FINDAGE: " ws-as-of-date
                    " is not a valid yyyymmdd date"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF ws-cmd-tok(2) NOT = SPACES
                IF function test-numval(ws-cmd-tok(2)) NOT = 0
                    DISPLAY "FINDAGE: min-days "
                        function trim(ws-cmd-tok(2))
                        " is not numeric"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE function numval(ws-cmd-tok(2)) TO ws-min-days
            END-IF.
            MOVE ZEROES TO ws-age-matrix.
            MOVE ZEROES TO ws-sev-totals.

            PERFORM LOAD-HISTORY-FILE THRU LOAD-HISTORY-FILE-EXIT.
            PERFORM WRITE-AGING-REPORT.

            DISPLAY "FINDAGE: " ws-total-open " open "
                ws-total-resolved " resolved - see FINDAGE.TXT".
        STOP RUN.

        LOAD-HISTORY-FILE.
            OPEN INPUT history-file.
            IF ws-history-status NOT = '00'
                DISPLAY "FINDAGE: cannot open FINDHIST.DAT"
                    " - file status " ws-history-status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ history-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-HISTORY-RECORD
                            THRU LOAD-HISTORY-RECORD-EXIT
                END-READ
            END-PERFORM.
            CLOSE history-file.
        LOAD-HISTORY-FILE-EXIT.
            EXIT.

        LOAD-HISTORY-RECORD.
            ADD 1 TO ws-total-records.
            IF hist-resolved NOT = 0
                ADD 1 TO ws-total-resolved
                GO TO LOAD-HISTORY-RECORD-EXIT
            END-IF.
            ADD 1 TO ws-total-open.
            COMPUTE ws-days =
                function integer-of-date(ws-as-of-date)
                - function integer-of-date(hist-open-since).
            IF ws-days < 0
                MOVE 0 TO ws-days
            END-IF.
            MOVE 1 TO ws-bucket-idx.
            PERFORM UNTIL ws-bucket-idx >= ws-bucket-count
            OR ws-days <= ws-bucket-limit(ws-bucket-idx)
                ADD 1 TO ws-bucket-idx
            END-PERFORM.
            EVALUATE hist-max-sev
                WHEN 3
                    MOVE 1 TO ws-sev-col
                WHEN 2
                    MOVE 2 TO ws-sev-col
                WHEN OTHER
                    MOVE 3 TO ws-sev-col
            END-EVALUATE.
            ADD 1 TO ws-age-cell(ws-bucket-idx ws-sev-col).
            ADD 1 TO ws-sev-total(ws-sev-col).
            IF ws-days < ws-min-days
                GO TO LOAD-HISTORY-RECORD-EXIT
            END-IF.
            IF ws-open-count >= ws-max-open
                ADD 1 TO ws-open-overflow
                GO TO LOAD-HISTORY-RECORD-EXIT
            END-IF.
            ADD 1 TO ws-open-count.
            MOVE hist-key-type TO ws-open-type(ws-open-count).
            MOVE hist-key-id-a TO ws-open-id-a(ws-open-count).
            MOVE hist-key-id-b TO ws-open-id-b(ws-open-count).
            MOVE hist-key-x TO ws-open-x(ws-open-count).
            MOVE hist-key-y TO ws-open-y(ws-open-count).
            MOVE hist-open-since TO ws-open-since(ws-open-count).
            MOVE hist-first-seen TO ws-open-first(ws-open-count).
            MOVE hist-last-seen TO ws-open-last(ws-open-count).
            MOVE hist-times-seen TO ws-open-times(ws-open-count).
            MOVE hist-max-sev TO ws-open-sev(ws-open-count).
            MOVE ws-days TO ws-open-days(ws-open-count).
            MOVE 'N' TO ws-open-listed(ws-open-count).
        LOAD-HISTORY-RECORD-EXIT.
            EXIT.

        WRITE-AGING-REPORT.
            OPEN OUTPUT report-file.
            MOVE SPACES TO ws-report-line.
            STRING "open finding aging as of " ws-as-of-date
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            MOVE "OPEN type cable-a cable-b x y severity days"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    open-since first-seen last-seen times-seen"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    (oldest first, severity is the highest ever"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    graded)" TO report-file-rec.
            WRITE report-file-rec.
            MOVE 1 TO ws-open-idx.
            PERFORM UNTIL ws-open-idx > ws-open-count
                PERFORM FIND-OLDEST-OPEN
                PERFORM WRITE-OPEN-LINE
                ADD 1 TO ws-open-idx
            END-PERFORM.
            IF ws-open-overflow > 0
                MOVE ws-open-overflow TO ws-n1
                MOVE SPACES TO ws-report-line
                STRING "more than " ws-max-open
                    " open findings - "
                    function trim(ws-n1) " not listed"
                    DELIMITED BY SIZE INTO ws-report-line
                MOVE ws-report-line TO report-file-rec
                WRITE report-file-rec
            END-IF.

            MOVE "AGE bucket SEV WRN RTN total" TO report-file-rec.
            WRITE report-file-rec.
            MOVE 1 TO ws-bucket-idx.
            PERFORM UNTIL ws-bucket-idx > ws-bucket-count
                PERFORM WRITE-BUCKET-LINE
                ADD 1 TO ws-bucket-idx
            END-PERFORM.
            MOVE ws-sev-total(1) TO ws-n1.
            MOVE ws-sev-total(2) TO ws-n2.
            MOVE ws-sev-total(3) TO ws-n3.
            MOVE ws-total-open TO ws-n4.
            MOVE SPACES TO ws-report-line.
            STRING "AGE total "
                function trim(ws-n1) " "
                function trim(ws-n2) " "
                function trim(ws-n3) " "
                function trim(ws-n4)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.

            MOVE ws-total-records TO ws-n1.
            MOVE ws-total-open TO ws-n2.
            MOVE ws-total-resolved TO ws-n3.
            MOVE SPACES TO ws-report-line.
            STRING "TOTALS findings " function trim(ws-n1)
                " open " function trim(ws-n2)
                " resolved " function trim(ws-n3)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            CLOSE report-file.

        FIND-OLDEST-OPEN.
            MOVE 0 TO ws-open-hit.
            MOVE -1 TO ws-open-days-max.
            MOVE 1 TO ws-open-scan.
            PERFORM UNTIL ws-open-scan > ws-open-count
                IF ws-open-listed(ws-open-scan) NOT = 'Y'
                    IF ws-open-days(ws-open-scan) > ws-open-days-max
                        MOVE ws-open-scan TO ws-open-hit
                        MOVE ws-open-days(ws-open-scan)
                            TO ws-open-days-max
                    ELSE
                        IF ws-open-days(ws-open-scan)
                            = ws-open-days-max
                        AND ws-open-sev(ws-open-scan)
                            > ws-open-sev(ws-open-hit)
                            MOVE ws-open-scan TO ws-open-hit
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO ws-open-scan
            END-PERFORM.
            MOVE 'Y' TO ws-open-listed(ws-open-hit).

        WRITE-OPEN-LINE.
            EVALUATE ws-open-sev(ws-open-hit)
                WHEN 3
                    MOVE 'SEV' TO ws-sev-code
                WHEN 2
                    MOVE 'WRN' TO ws-sev-code
                WHEN OTHER
                    MOVE 'RTN' TO ws-sev-code
            END-EVALUATE.
            MOVE ws-open-x(ws-open-hit) TO ws-n1.
            MOVE ws-open-y(ws-open-hit) TO ws-n2.
            MOVE ws-open-days(ws-open-hit) TO ws-n3.
            MOVE ws-open-times(ws-open-hit) TO ws-n4.
            MOVE SPACES TO ws-report-line.
            STRING "OPEN " ws-open-type(ws-open-hit) " "
                function trim(ws-open-id-a(ws-open-hit)) " "
                function trim(ws-open-id-b(ws-open-hit)) " "
                function trim(ws-n1) " "
                function trim(ws-n2) " "
                ws-sev-code " "
                function trim(ws-n3) " "
                ws-open-since(ws-open-hit) " "
                ws-open-first(ws-open-hit) " "
                ws-open-last(ws-open-hit) " "
                function trim(ws-n4)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.

        WRITE-BUCKET-LINE.
            COMPUTE ws-row-total =
                ws-age-cell(ws-bucket-idx 1)
                + ws-age-cell(ws-bucket-idx 2)
                + ws-age-cell(ws-bucket-idx 3).
            MOVE ws-age-cell(ws-bucket-idx 1) TO ws-n1.
            MOVE ws-age-cell(ws-bucket-idx 2) TO ws-n2.
            MOVE ws-age-cell(ws-bucket-idx 3) TO ws-n3.
            MOVE ws-row-total TO ws-n4.
            MOVE SPACES TO ws-report-line.
            STRING "AGE " function trim(ws-bucket-label(ws-bucket-idx))
                " " function trim(ws-n1)
                " " function trim(ws-n2)
                " " function trim(ws-n3)
                " " function trim(ws-n4)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
