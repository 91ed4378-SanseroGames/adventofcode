                ACCESS MODE IS DYNAMIC
                RECORD KEY IS segment-key
                FILE STATUS IS ws-segment-status.
                SELECT OPTIONAL held-file ASSIGN TO 'HELDUPD.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS held-key
                FILE STATUS IS ws-held-status.
                SELECT OPTIONAL tile-file ASSIGN TO 'TILES.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS tile-key
                FILE STATUS IS ws-tile-status.
                SELECT report-file ASSIGN TO 'ARCHRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

                05 seg-rec-depth PIC 9(2).
                05 seg-rec-survey-date PIC 9(8).
                05 seg-rec-tech PIC X(3).
            FD held-file.
            01 held-file-rec.
                05 held-key.
                    10 held-key-cable-id PIC X(8).
                    10 held-key-seg-num PIC 9(5).
                05 held-rec-true-start-x PIC S9(10).
                05 held-rec-true-start-y PIC S9(10).
                05 held-rec-true-end-x PIC S9(10).
                05 held-rec-true-end-y PIC S9(10).
                05 held-rec-orient PIC A(1).
                05 held-rec-steps-in PIC 9(10).
                05 held-rec-depth PIC 9(2).
                05 held-rec-survey-date PIC 9(8).
                05 held-rec-tech PIC X(3).
                05 held-rec-run-id PIC X(14).
                05 held-rec-drift PIC 9(10).
            FD tile-file.
            01 tile-file-rec.
                05 tile-key.
                    10 tile-key-x PIC S9(8) SIGN IS LEADING SEPARATE.
                    10 tile-key-y PIC S9(8) SIGN IS LEADING SEPARATE.
                    10 tile-key-cable-id PIC X(8).
                05 tile-rec-survey-date PIC 9(8).
            FD report-file.
            01 report-file-rec PIC X(132).

            01 ws-purge-id-list.
                03 ws-purge-id-entry OCCURS 200 TIMES PIC X(8).
            01 ws-purge-idx PIC 9(3).
            01 ws-held-status PIC X(2).
            01 ws-held-id PIC X(8).
            01 ws-held-seg-num PIC 9(5).
            01 ws-held-date PIC 9(8).
            01 ws-held-tech PIC X(3).
            01 ws-held-run-id PIC X(14).
            01 ws-held-drift PIC 9(10).
            01 ws-held-segs PIC 9(5).
            01 ws-held-count PIC 9(5) VALUE 0.
            01 ws-held-done PIC 9(5) VALUE 0.
            01 ws-held-failed PIC 9(5) VALUE 0.
            01 ws-arch-date PIC 9(8).
            01 ws-tile-status PIC X(2).
            01 ws-tile-open PIC A(1) VALUE 'N'.
            01 ws-tile-span PIC 9(5) VALUE 100.
            01 ws-tile-action PIC X(1).
            01 ws-tile-cable-id PIC X(8).
            01 ws-tile-survey PIC 9(8).
            01 ws-tile-seg-num PIC 9(5).
            01 ws-tile-from-x PIC S9(10).
            01 ws-tile-from-y PIC S9(10).
            01 ws-tile-to-x PIC S9(10).
            01 ws-tile-to-y PIC S9(10).
            01 ws-tile-lo-x PIC S9(10).
            01 ws-tile-hi-x PIC S9(10).
            01 ws-tile-lo-y PIC S9(10).
            01 ws-tile-hi-y PIC S9(10).
            01 ws-tile-cx-lo PIC S9(10).
            01 ws-tile-cx-hi PIC S9(10).
            01 ws-tile-ya PIC S9(10).
            01 ws-tile-yb PIC S9(10).
            01 ws-tile-slope PIC S9(1).
            01 ws-tile-col PIC S9(8).
            01 ws-tile-col-hi PIC S9(8).
            01 ws-tile-row PIC S9(8).
            01 ws-tile-row-hi PIC S9(8).
            01 ws-tile-written PIC 9(10) VALUE 0.
            01 ws-n1 PIC -(10)9.
            01 ws-n2 PIC -(10)9.
            01 ws-n3 PIC -(10)9.
                    PERFORM RUN-CHECK THRU RUN-CHECK-EXIT
                WHEN 'PURGE'
                    PERFORM RUN-PURGE THRU RUN-PURGE-EXIT
                WHEN 'HELD'
                    PERFORM RUN-HELD THRU RUN-HELD-EXIT
                WHEN 'RELEASE'
                    PERFORM RUN-RELEASE THRU RUN-RELEASE-EXIT
                WHEN 'REJECT'
                    PERFORM RUN-REJECT THRU RUN-REJECT-EXIT
                WHEN 'TILES'
                    PERFORM RUN-TILES THRU RUN-TILES-EXIT
                WHEN OTHER
                    DISPLAY "ARCHMNT: usage is one of"
                    DISPLAY "  INVENTORY"
                    DISPLAY "  CHECK"
                    DISPLAY "  PURGE CABLE id [id ...]"
                    DISPLAY "  PURGE BEFORE yyyymmdd"
                    DISPLAY "  HELD"
                    DISPLAY "  RELEASE id [id ...]"
                    DISPLAY "  REJECT id [id ...]"
                    DISPLAY "  TILES"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.
        STOP RUN.
                MOVE 8 TO RETURN-CODE
                GO TO RUN-PURGE-EXIT
            END-IF.
            PERFORM OPEN-TILE-FILE.
            MOVE 'D' TO ws-tile-action.
            MOVE 1 TO ws-purge-idx.
            PERFORM UNTIL ws-purge-idx > ws-purge-id-count
                MOVE ws-purge-id-entry(ws-purge-idx)
                PERFORM PURGE-ONE-CABLE
                ADD 1 TO ws-purge-idx
            END-PERFORM.
            PERFORM CLOSE-TILE-FILE.
            CLOSE segment-file.
            DISPLAY "ARCHMNT: purged " ws-purge-id-count
                " cables " ws-purged-total " segments".
                READ segment-file
                    INVALID KEY MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                        IF ws-tile-open = 'Y'
                            MOVE ws-purge-id TO ws-tile-cable-id
                            PERFORM TILE-LOAD-SEGMENT
                            PERFORM TILE-WALK-SEGMENT
                        END-IF
                        DELETE segment-file RECORD
                        ADD 1 TO ws-purged-segs
                        ADD 1 TO ws-purge-seg-num
            ADD ws-purged-segs TO ws-purged-total.
            DISPLAY "ARCHMNT: cable " function trim(ws-purge-id)
                " purged " ws-purged-segs " segments".

        RUN-HELD.
            OPEN INPUT held-file.
            IF ws-held-status NOT = '00'
            AND ws-held-status NOT = '05'
                DISPLAY "ARCHMNT: cannot open HELDUPD.DAT"
                    " - file status " ws-held-status
                MOVE 8 TO RETURN-CODE
                GO TO RUN-HELD-EXIT
            END-IF.
            OPEN OUTPUT report-file.
            MOVE "held re-surveys - cable-id segments survey-date"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    tech held-by-run max-drift" TO report-file-rec.
            WRITE report-file-rec.
            MOVE SPACES TO ws-held-id.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ held-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF held-key-cable-id NOT = ws-held-id
                            IF ws-held-id NOT = SPACES
                                PERFORM WRITE-HELD-LINE
                            END-IF
                            MOVE held-key-cable-id TO ws-held-id
                            MOVE 0 TO ws-held-segs
                            MOVE held-rec-survey-date TO ws-held-date
                            MOVE held-rec-tech TO ws-held-tech
                            MOVE held-rec-run-id TO ws-held-run-id
                            MOVE held-rec-drift TO ws-held-drift
                            ADD 1 TO ws-held-count
                        END-IF
                        ADD 1 TO ws-held-segs
                END-READ
            END-PERFORM.
            IF ws-held-id NOT = SPACES
                PERFORM WRITE-HELD-LINE
            END-IF.
            MOVE ws-held-count TO ws-n1.
            MOVE SPACES TO ws-report-line.
            STRING "totals: " function trim(ws-n1)
                " held re-surveys"
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            CLOSE report-file.
            CLOSE held-file.
            DISPLAY "ARCHMNT: " ws-held-count
                " held re-surveys - see ARCHRPT.TXT".
        RUN-HELD-EXIT.
            EXIT.

        WRITE-HELD-LINE.
            MOVE ws-held-segs TO ws-n1.
            MOVE ws-held-drift TO ws-n2.
            MOVE SPACES TO ws-report-line.
            STRING function trim(ws-held-id) " "
                function trim(ws-n1) " "
                ws-held-date " " ws-held-tech " "
                ws-held-run-id " "
                function trim(ws-n2)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.

        RUN-RELEASE.
            IF ws-cmd-tok(2) = SPACES
                DISPLAY "ARCHMNT: RELEASE needs at least one cable id"
                MOVE 8 TO RETURN-CODE
                GO TO RUN-RELEASE-EXIT
            END-IF.
            OPEN I-O held-file.
            IF ws-held-status NOT = '00'
            AND ws-held-status NOT = '05'
                DISPLAY "ARCHMNT: cannot open HELDUPD.DAT"
                    " - file status " ws-held-status
                MOVE 8 TO RETURN-CODE
                GO TO RUN-RELEASE-EXIT
            END-IF.
            OPEN I-O segment-file.
            IF ws-segment-status NOT = '00'
                DISPLAY "ARCHMNT: cannot open SEGMENTS.DAT"
                    " - file status " ws-segment-status
                CLOSE held-file
                MOVE 8 TO RETURN-CODE
                GO TO RUN-RELEASE-EXIT
            END-IF.
            PERFORM OPEN-TILE-FILE.
            MOVE 2 TO ws-tok-idx.
            PERFORM UNTIL ws-tok-idx > 10
            OR ws-cmd-tok(ws-tok-idx) = SPACES
                MOVE ws-cmd-tok(ws-tok-idx)(1:8) TO ws-held-id
                PERFORM RELEASE-ONE-CABLE
                    THRU RELEASE-ONE-CABLE-EXIT
                ADD 1 TO ws-tok-idx
            END-PERFORM.
            PERFORM CLOSE-TILE-FILE.
            CLOSE segment-file.
            CLOSE held-file.
            DISPLAY "ARCHMNT: released " ws-held-done
                " re-surveys, " ws-held-failed " not released".
            IF ws-held-failed > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
        RUN-RELEASE-EXIT.
            EXIT.

        RELEASE-ONE-CABLE.
            MOVE ws-held-id TO held-key-cable-id.
            MOVE 1 TO held-key-seg-num.
            READ held-file
                INVALID KEY
                    DISPLAY "ARCHMNT: no held re-survey for cable "
                        function trim(ws-held-id)
                    ADD 1 TO ws-held-failed
                    GO TO RELEASE-ONE-CABLE-EXIT
            END-READ.
            MOVE held-rec-survey-date TO ws-held-date.
            MOVE 0 TO ws-arch-date.
            MOVE ws-held-id TO seg-key-cable-id.
            MOVE 1 TO seg-key-seg-num.
            READ segment-file
                INVALID KEY
                    MOVE 0 TO ws-arch-date
                NOT INVALID KEY
                    MOVE seg-rec-survey-date TO ws-arch-date
            END-READ.
            IF ws-arch-date > ws-held-date
                DISPLAY "ARCHMNT: cable " function trim(ws-held-id)
                    " archive survey " ws-arch-date
                    " is newer than held survey " ws-held-date
                    " - REJECT the held re-survey instead"
                ADD 1 TO ws-held-failed
                GO TO RELEASE-ONE-CABLE-EXIT
            END-IF.
            IF ws-arch-date = 0
                DISPLAY "ARCHMNT: cable " function trim(ws-held-id)
                    " is no longer in the archive"
                    " - REJECT the held re-survey instead"
                ADD 1 TO ws-held-failed
                GO TO RELEASE-ONE-CABLE-EXIT
            END-IF.
            IF ws-tile-open = 'Y'
                MOVE 'D' TO ws-tile-action
                PERFORM TILE-WALK-ARCHIVED
            END-IF.
            MOVE 0 TO ws-held-segs.
            MOVE 1 TO ws-held-seg-num.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                MOVE ws-held-id TO held-key-cable-id
                MOVE ws-held-seg-num TO held-key-seg-num
                READ held-file
                    INVALID KEY MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                        PERFORM APPLY-HELD-SEGMENT
                        DELETE held-file RECORD
                        ADD 1 TO ws-held-segs
                        ADD 1 TO ws-held-seg-num
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                MOVE ws-held-id TO seg-key-cable-id
                MOVE ws-held-seg-num TO seg-key-seg-num
                READ segment-file
                    INVALID KEY MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                        DELETE segment-file RECORD
                        ADD 1 TO ws-held-seg-num
                END-READ
            END-PERFORM.
            IF ws-tile-open = 'Y'
                MOVE 'W' TO ws-tile-action
                PERFORM TILE-WALK-ARCHIVED
            END-IF.
            ADD 1 TO ws-held-done.
            DISPLAY "ARCHMNT: cable " function trim(ws-held-id)
                " released " ws-held-segs " segments".
        RELEASE-ONE-CABLE-EXIT.
            EXIT.

        APPLY-HELD-SEGMENT.
            MOVE held-key-cable-id TO seg-key-cable-id.
            MOVE held-key-seg-num TO seg-key-seg-num.
            MOVE held-rec-true-start-x TO seg-rec-true-start-x.
            MOVE held-rec-true-start-y TO seg-rec-true-start-y.
            MOVE held-rec-true-end-x TO seg-rec-true-end-x.
            MOVE held-rec-true-end-y TO seg-rec-true-end-y.
            MOVE held-rec-orient TO seg-rec-orient.
            MOVE held-rec-steps-in TO seg-rec-steps-in.
            MOVE held-rec-depth TO seg-rec-depth.
            MOVE held-rec-survey-date TO seg-rec-survey-date.
            MOVE held-rec-tech TO seg-rec-tech.
            WRITE segment-file-rec
                INVALID KEY
                    REWRITE segment-file-rec
            END-WRITE.

        RUN-REJECT.
            IF ws-cmd-tok(2) = SPACES
                DISPLAY "ARCHMNT: REJECT needs at least one cable id"
                MOVE 8 TO RETURN-CODE
                GO TO RUN-REJECT-EXIT
            END-IF.
            OPEN I-O held-file.
            IF ws-held-status NOT = '00'
            AND ws-held-status NOT = '05'
                DISPLAY "ARCHMNT: cannot open HELDUPD.DAT"
                    " - file status " ws-held-status
                MOVE 8 TO RETURN-CODE
                GO TO RUN-REJECT-EXIT
            END-IF.
            MOVE 2 TO ws-tok-idx.
            PERFORM UNTIL ws-tok-idx > 10
            OR ws-cmd-tok(ws-tok-idx) = SPACES
                MOVE ws-cmd-tok(ws-tok-idx)(1:8) TO ws-held-id
                PERFORM REJECT-ONE-CABLE
                ADD 1 TO ws-tok-idx
            END-PERFORM.
            CLOSE held-file.
            DISPLAY "ARCHMNT: rejected " ws-held-done
                " re-surveys, " ws-held-failed " not found".
            IF ws-held-failed > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
        RUN-REJECT-EXIT.
            EXIT.

        REJECT-ONE-CABLE.
            MOVE 0 TO ws-held-segs.
            MOVE 1 TO ws-held-seg-num.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                MOVE ws-held-id TO held-key-cable-id
                MOVE ws-held-seg-num TO held-key-seg-num
                READ held-file
                    INVALID KEY MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                        DELETE held-file RECORD
                        ADD 1 TO ws-held-segs
                        ADD 1 TO ws-held-seg-num
                END-READ
            END-PERFORM.
            IF ws-held-segs = 0
                DISPLAY "ARCHMNT: no held re-survey for cable "
                    function trim(ws-held-id)
                ADD 1 TO ws-held-failed
            ELSE
                ADD 1 TO ws-held-done
                DISPLAY "ARCHMNT: cable " function trim(ws-held-id)
                    " held re-survey rejected " ws-held-segs
                    " segments"
            END-IF.

        RUN-TILES.
            OPEN INPUT segment-file.
            IF ws-segment-status NOT = '00'
                DISPLAY "ARCHMNT: cannot open SEGMENTS.DAT"
                    " - file status " ws-segment-status
                MOVE 8 TO RETURN-CODE
                GO TO RUN-TILES-EXIT
            END-IF.
            OPEN OUTPUT tile-file.
            IF ws-tile-status NOT = '00'
                DISPLAY "ARCHMNT: cannot open TILES.DAT"
                    " - file status " ws-tile-status
                CLOSE segment-file
                MOVE 8 TO RETURN-CODE
                GO TO RUN-TILES-EXIT
            END-IF.
            MOVE 'R' TO ws-tile-action.
            MOVE SPACES TO ws-curr-id.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ segment-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF seg-key-cable-id NOT = ws-curr-id
                            MOVE seg-key-cable-id TO ws-curr-id
                            ADD 1 TO ws-cable-count
                        END-IF
                        ADD 1 TO ws-total-segments
                        MOVE seg-key-cable-id TO ws-tile-cable-id
                        PERFORM TILE-LOAD-SEGMENT
                        PERFORM TILE-WALK-SEGMENT
                END-READ
            END-PERFORM.
            CLOSE tile-file.
            CLOSE segment-file.
            DISPLAY "ARCHMNT: tile index rebuilt - " ws-cable-count
                " cables " ws-total-segments " segments "
                ws-tile-written " tile entries".
        RUN-TILES-EXIT.
            EXIT.

        OPEN-TILE-FILE.
            OPEN I-O tile-file.
            IF ws-tile-status = '00' OR '05'
                MOVE 'Y' TO ws-tile-open
            ELSE
                MOVE 'N' TO ws-tile-open
                DISPLAY "ARCHMNT: cannot open TILES.DAT"
                    " - file status " ws-tile-status
                    " - tile index not updated, rebuild it with"
                    " ARCHMNT TILES"
            END-IF.

        CLOSE-TILE-FILE.
            IF ws-tile-open = 'Y'
                CLOSE tile-file
                MOVE 'N' TO ws-tile-open
            END-IF.

        TILE-WALK-ARCHIVED.
            MOVE ws-held-id TO ws-tile-cable-id.
            MOVE 1 TO ws-tile-seg-num.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                MOVE ws-held-id TO seg-key-cable-id
                MOVE ws-tile-seg-num TO seg-key-seg-num
                READ segment-file
                    INVALID KEY MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                        PERFORM TILE-LOAD-SEGMENT
                        PERFORM TILE-WALK-SEGMENT
                        ADD 1 TO ws-tile-seg-num
                END-READ
            END-PERFORM.

        TILE-LOAD-SEGMENT.
            MOVE seg-rec-true-start-x TO ws-tile-from-x.
            MOVE seg-rec-true-start-y TO ws-tile-from-y.
            MOVE seg-rec-true-end-x TO ws-tile-to-x.
            MOVE seg-rec-true-end-y TO ws-tile-to-y.
            MOVE seg-rec-survey-date TO ws-tile-survey.

        TILE-WALK-SEGMENT.
            MOVE function min(ws-tile-from-x, ws-tile-to-x)
                TO ws-tile-lo-x.
            MOVE function max(ws-tile-from-x, ws-tile-to-x)
                TO ws-tile-hi-x.
            MOVE function min(ws-tile-from-y, ws-tile-to-y)
                TO ws-tile-lo-y.
            MOVE function max(ws-tile-from-y, ws-tile-to-y)
                TO ws-tile-hi-y.
            MOVE 0 TO ws-tile-slope.
            IF ws-tile-from-x NOT = ws-tile-to-x
            AND ws-tile-from-y NOT = ws-tile-to-y
                COMPUTE ws-tile-slope =
                    (ws-tile-to-y - ws-tile-from-y) /
                    (ws-tile-to-x - ws-tile-from-x)
            END-IF.
            COMPUTE ws-tile-col = function integer(
                ws-tile-lo-x / ws-tile-span).
            COMPUTE ws-tile-col-hi = function integer(
                ws-tile-hi-x / ws-tile-span).
            PERFORM UNTIL ws-tile-col > ws-tile-col-hi
                PERFORM TILE-WALK-COLUMN
                ADD 1 TO ws-tile-col
            END-PERFORM.

        TILE-WALK-COLUMN.
            COMPUTE ws-tile-cx-lo = ws-tile-col * ws-tile-span.
            COMPUTE ws-tile-cx-hi = ws-tile-cx-lo + ws-tile-span - 1.
            MOVE function max(ws-tile-cx-lo, ws-tile-lo-x)
                TO ws-tile-cx-lo.
            MOVE function min(ws-tile-cx-hi, ws-tile-hi-x)
                TO ws-tile-cx-hi.
            IF ws-tile-slope = 0
                MOVE ws-tile-lo-y TO ws-tile-ya
                MOVE ws-tile-hi-y TO ws-tile-yb
            ELSE
                COMPUTE ws-tile-ya = ws-tile-from-y +
                    (ws-tile-cx-lo - ws-tile-from-x) * ws-tile-slope
                COMPUTE ws-tile-yb = ws-tile-from-y +
                    (ws-tile-cx-hi - ws-tile-from-x) * ws-tile-slope
            END-IF.
            COMPUTE ws-tile-row = function integer(
                function min(ws-tile-ya, ws-tile-yb) / ws-tile-span).
            COMPUTE ws-tile-row-hi = function integer(
                function max(ws-tile-ya, ws-tile-yb) / ws-tile-span).
            PERFORM UNTIL ws-tile-row > ws-tile-row-hi
                PERFORM TILE-APPLY-ACTION
                ADD 1 TO ws-tile-row
            END-PERFORM.

        TILE-APPLY-ACTION.
            MOVE ws-tile-col TO tile-key-x.
            MOVE ws-tile-row TO tile-key-y.
            MOVE ws-tile-cable-id TO tile-key-cable-id.
            EVALUATE ws-tile-action
                WHEN 'W'
                    MOVE ws-tile-survey TO tile-rec-survey-date
                    WRITE tile-file-rec
                        INVALID KEY
                            REWRITE tile-file-rec
                        NOT INVALID KEY
                            ADD 1 TO ws-tile-written
                    END-WRITE
                WHEN 'R'
                    MOVE ws-tile-survey TO tile-rec-survey-date
                    WRITE tile-file-rec
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO ws-tile-written
                    END-WRITE
                WHEN 'D'
                    DELETE tile-file RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
            END-EVALUATE.
