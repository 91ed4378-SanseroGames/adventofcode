                ASSIGN TO 'CHECKPNT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-checkpoint-status.
                SELECT OPTIONAL history-file ASSIGN TO 'FINDHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS hist-key
                FILE STATUS IS ws-history-status.
                SELECT OPTIONAL held-file ASSIGN TO 'HELDUPD.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS held-key
                FILE STATUS IS ws-held-status.
                SELECT OPTIONAL drift-file
                ASSIGN TO DYNAMIC ws-drift-filename
                ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL trench-file
                ASSIGN TO DYNAMIC ws-trench-filename
                ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL zone-file ASSIGN TO 'ZONES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-zone-status.
                SELECT OPTIONAL tile-file ASSIGN TO 'TILES.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS tile-key
                FILE STATUS IS ws-tile-status.

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
            FD rules-file.
            01 rules-file-rec PIC X(80).
            FD work-order-file.
                05 ckpt-id-a PIC X(8).
                05 FILLER PIC X(1).
                05 ckpt-id-b PIC X(8).
                05 FILLER PIC X(1).
                05 ckpt-run-id PIC X(14).
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
            FD drift-file.
            01 drift-file-rec PIC X(132).
            FD trench-file.
            01 trench-file-rec PIC X(132).
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
            FD tile-file.
            01 tile-file-rec.
                05 tile-key.
                    10 tile-key-x PIC S9(8) SIGN IS LEADING SEPARATE.
                    10 tile-key-y PIC S9(8) SIGN IS LEADING SEPARATE.
                    10 tile-key-cable-id PIC X(8).
                05 tile-rec-survey-date PIC 9(8).

            WORKING-STORAGE SECTION.
            01 ws-max-cables PIC 9(1) VALUE 9.
            01 ws-arch-seg-num PIC 9(5).
            01 ws-audit-line PIC X(200).
            01 ws-run-id PIC X(14).
            01 ws-hist-run-id PIC X(14).
            01 ws-ckpt-run-id PIC X(14).
            01 ws-run-date PIC 9(8).
            01 ws-run-time PIC X(8).
            01 ws-run-status PIC X(8) VALUE 'NORMAL'.
                    05 ws-reg-status PIC X(1).
                    05 ws-reg-class PIC X(2).
                    05 ws-reg-tech OCCURS 5 TIMES PIC X(3).
                    05 ws-reg-inservice PIC 9(8).
                    05 ws-reg-retired PIC 9(8).
                    05 ws-reg-tech-from OCCURS 5 TIMES PIC 9(8).
                    05 ws-reg-tech-to OCCURS 5 TIMES PIC 9(8).
            01 ws-reg-idx PIC 9(3).
            01 ws-reg-hit PIC 9(3).
            01 ws-reg-slot PIC 9(1).
            01 ws-reg-on-roster PIC A(1).
            01 ws-reg-survey-date PIC 9(8).
            01 ws-reg-lookup-id PIC X(8).
            01 ws-rules-status PIC X(2).
            01 ws-max-rules PIC 9(3) VALUE 100.
                    05 ws-find-sev PIC 9(1).
            01 ws-find-idx PIC 9(5).
            01 ws-find-work-type PIC X(1).
            01 ws-find-work-id-a PIC X(8).
            01 ws-find-work-id-b PIC X(8).
            01 ws-find-work-x PIC S9(10).
            01 ws-find-work-y PIC S9(10).
            01 ws-history-status PIC X(2).
            01 ws-history-open PIC A(1) VALUE 'N'.
            01 ws-hist-new-count PIC 9(10) VALUE 0.
            01 ws-hist-seen-count PIC 9(10) VALUE 0.
            01 ws-hist-resolved-count PIC 9(10) VALUE 0.
            01 ws-hist-lookup-id PIC X(8).
            01 ws-hist-id-loaded PIC A(1).
            01 ws-hist-both-loaded PIC A(1).
            01 ws-held-status PIC X(2).
            01 ws-held-open PIC A(1) VALUE 'N'.
            01 ws-held-seg-num PIC 9(5).
            01 ws-drift-filename PIC X(80) VALUE 'DRIFT.TXT'.
            01 ws-drift-open PIC A(1) VALUE 'N'.
            01 ws-drift-tolerance PIC 9(5) VALUE 5.
            01 ws-drift-hold PIC 9(5) VALUE 100.
            01 ws-drift-held PIC A(1).
            01 ws-drift-held-count PIC 9(5) VALUE 0.
            01 ws-drift-action PIC X(7).
            01 ws-drift-max PIC S9(10).
            01 ws-drift-dist PIC S9(10).
            01 ws-drift-best PIC S9(10).
            01 ws-drift-best-seg PIC 9(5).
            01 ws-drift-cand PIC S9(10).
            01 ws-drift-px PIC S9(10).
            01 ws-drift-py PIC S9(10).
            01 ws-drift-sx1 PIC S9(10).
            01 ws-drift-sy1 PIC S9(10).
            01 ws-drift-sx2 PIC S9(10).
            01 ws-drift-sy2 PIC S9(10).
            01 ws-drift-dx PIC S9(10).
            01 ws-drift-dy PIC S9(10).
            01 ws-drift-gx PIC S9(10).
            01 ws-drift-gy PIC S9(10).
            01 ws-drift-sgn-x PIC S9(1).
            01 ws-drift-sgn-y PIC S9(1).
            01 ws-drift-t PIC S9(10).
            01 ws-drift-len PIC S9(10).
            01 ws-drift-vertex PIC 9(5).
            01 ws-drift-moved PIC 9(5).
            01 ws-drift-abandoned PIC 9(5).
            01 ws-drift-depth-chg PIC 9(5).
            01 ws-drift-old-length PIC 9(10).
            01 ws-drift-new-length PIC 9(10).
            01 ws-drift-seg-length PIC 9(10).
            01 ws-drift-line PIC X(132).
            01 ws-trench-filename PIC X(80) VALUE 'TRENCH.TXT'.
            01 ws-trench-line PIC X(132).
            01 ws-parallel-min PIC 9(5) VALUE 10.
            01 ws-par-gap PIC S9(10).
            01 ws-par-lo PIC S9(10).
            01 ws-par-hi PIC S9(10).
            01 ws-par-length PIC S9(10).
            01 ws-par-changed PIC A(1).
            01 ws-par-full PIC A(1).
            01 ws-par-idx PIC 9(5).
            01 ws-par-idx2 PIC 9(5).
            01 ws-par-pair-runs PIC 9(5).
            01 ws-par-pair-length PIC 9(10).
            01 ws-par-job-runs PIC 9(10) VALUE 0.
            01 ws-par-job-length PIC 9(15) VALUE 0.
            01 ws-par-job-pairs PIC 9(10) VALUE 0.
            01 ws-par-tok-list.
                03 ws-par-tok OCCURS 8 TIMES PIC X(20).
            01 ws-max-par-pieces PIC 9(5) VALUE 2000.
            01 ws-par-count PIC 9(5) VALUE 0.
            01 ws-par-list.
                03 ws-par-piece OCCURS 2000 TIMES.
                    05 ws-par-orient PIC A(1).
                    05 ws-par-line-a PIC S9(10).
                    05 ws-par-line-b PIC S9(10).
                    05 ws-par-from PIC S9(10).
                    05 ws-par-to PIC S9(10).
                    05 ws-par-depth-a PIC 9(2).
                    05 ws-par-depth-b PIC 9(2).
                    05 ws-par-merged PIC A(1).
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
                    05 ws-zone-inside PIC A(1).
            01 ws-zone-idx PIC 9(3).
            01 ws-zone-active PIC A(1).
            01 ws-zone-depth-ok PIC A(1).
            01 ws-zone-len PIC S9(10).
            01 ws-zone-t-lo PIC S9(10).
            01 ws-zone-t-hi PIC S9(10).
            01 ws-zone-sx PIC S9(1).
            01 ws-zone-sy PIC S9(1).
            01 ws-zone-p0 PIC S9(10).
            01 ws-zone-s PIC S9(1).
            01 ws-zone-lo PIC S9(10).
            01 ws-zone-hi PIC S9(10).
            01 ws-zone-entry-x PIC S9(10).
            01 ws-zone-entry-y PIC S9(10).
            01 ws-encroach-count PIC 9(10) VALUE 0.
            01 ws-zone-hit-count PIC 9(5) VALUE 0.
            01 ws-zone-hit-list.
                03 ws-zone-hit OCCURS 500 TIMES.
                    05 ws-zone-hit-x PIC S9(10).
                    05 ws-zone-hit-y PIC S9(10).
            01 ws-tile-status PIC X(2).
            01 ws-tile-open PIC A(1) VALUE 'N'.
            01 ws-tile-span PIC 9(5) VALUE 100.
            01 ws-tile-action PIC X(1).
            01 ws-tile-margin PIC 9(5) VALUE 0.
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
            01 ws-max-scr-tiles PIC 9(5) VALUE 5000.
            01 ws-scr-tile-count PIC 9(5) VALUE 0.
            01 ws-scr-tile-full PIC A(1) VALUE 'N'.
            01 ws-scr-tile-found PIC A(1).
            01 ws-scr-tile-idx PIC 9(5).
            01 ws-scr-tile-list.
                03 ws-scr-tile OCCURS 5000 TIMES.
                    05 ws-scr-tile-x PIC S9(8).
                    05 ws-scr-tile-y PIC S9(8).
            01 ws-max-scr-cables PIC 9(4) VALUE 2000.
            01 ws-scr-count PIC 9(4) VALUE 0.
            01 ws-scr-full PIC A(1) VALUE 'N'.
            01 ws-scr-list.
                03 ws-scr-entry OCCURS 2000 TIMES.
                    05 ws-scr-id PIC X(8).
                    05 ws-scr-tiles PIC 9(5).
                    05 ws-scr-state PIC X(1).
                    05 ws-scr-survey PIC 9(8).
                    05 ws-scr-tech PIC X(3).
            01 ws-scr-idx PIC 9(4).
            01 ws-scr-hit PIC 9(4).
            01 ws-scr-next PIC 9(4).
            01 ws-scr-slots PIC 9(1).
            01 ws-scr-slot-list.
                03 ws-scr-slot-cand OCCURS 9 TIMES PIC 9(4).
            01 ws-scr-groups PIC 9(4) VALUE 0.
            01 ws-scr-screened PIC 9(4) VALUE 0.
            01 ws-scr-missing PIC 9(4) VALUE 0.
            01 ws-scr-resumed PIC 9(4) VALUE 0.
            01 ws-scr-status-text PIC X(8).
            01 ws-scr-done-count PIC 9(4) VALUE 0.
            01 ws-scr-done-list.
                03 ws-scr-done-id OCCURS 2000 TIMES PIC X(8).
            01 ws-old-route-count PIC 9(5) VALUE 0.
            01 ws-old-route-date PIC 9(8).
            01 ws-old-idx PIC 9(5).
            01 ws-old-route-list.
                03 ws-old-seg OCCURS 20000 TIMES.
                    05 ws-old-start-x PIC S9(10).
                    05 ws-old-start-y PIC S9(10).
                    05 ws-old-end-x PIC S9(10).
                    05 ws-old-end-y PIC S9(10).
                    05 ws-old-orient PIC A(1).
                    05 ws-old-depth PIC 9(2).
            01 ws-max-suppress PIC 9(3) VALUE 500.
            01 ws-suppress-count PIC 9(3) VALUE 0.
            01 ws-suppress-list.
                THRU LOAD-REGISTRY-FILE-EXIT.
            PERFORM LOAD-RULES-FILE
                THRU LOAD-RULES-FILE-EXIT.
            PERFORM LOAD-ZONE-FILE
                THRU LOAD-ZONE-FILE-EXIT.
            PERFORM LOAD-CORRECT-FILE
                THRU LOAD-CORRECT-FILE-EXIT.

            END-IF.

            IF ws-cmd-tok(1) = 'ARCHIVE'
            OR ws-cmd-tok(1) = 'SCREEN'
                MOVE ws-cmd-tok(1) TO ws-run-mode
                MOVE ws-cmd-tok(2) TO ws-cable-prefix
            ELSE
                MOVE 'NORMAL' TO ws-run-mode
            MOVE 0 TO ws-extract-crossings.
            MOVE 0 TO ws-extract-dist-sum.
            MOVE 0 TO ws-job-rejects.
            MOVE 0 TO ws-par-job-runs.
            MOVE 0 TO ws-par-job-length.
            MOVE 0 TO ws-par-job-pairs.
            MOVE 0 TO ws-encroach-count.
            MOVE 0 TO ws-zone-hit-count.
            IF ws-batch-mode = 'Y'
                INITIALIZE ws-cable-list
            END-IF.
                THRU READ-CHECKPOINT-FILE-EXIT.

            PERFORM WRITE-AUDIT-START.
            MOVE ws-run-id TO ws-hist-run-id.
            IF ws-restarted = 'Y'
            AND ws-ckpt-run-id NOT = SPACES
                MOVE ws-ckpt-run-id TO ws-hist-run-id
            END-IF.
            PERFORM OPEN-HISTORY-FILE.

            OPEN OUTPUT reject-file.
            MOVE "record file cable-direction cable-length"
                END-IF
                PERFORM READ-EXTRACT-TOTALS
                    THRU READ-EXTRACT-TOTALS-EXIT
                PERFORM READ-TRENCH-TOTALS
                OPEN EXTEND report-file
                OPEN EXTEND extract-file
                OPEN EXTEND trench-file
                GO TO SKIP-REPORT-HEADER
            END-IF.
            OPEN OUTPUT report-file.
            OPEN OUTPUT extract-file.
            PERFORM WRITE-TRENCH-HEADER.
            MOVE SPACES TO ws-report-line.
            STRING "rectype cable-a cable-b minX minY distance"
                " stepsX stepsY steps"
            WRITE report-file-rec.
            MOVE "    depth-a depth-b)" TO report-file-rec.
            WRITE report-file-rec.
            MOVE "K = keep-out zone encroachment (K cable-id zone-id"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    x y zone-class) - x y is where the trace enters"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "G = archived cable screened against the new trace"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    in SCREEN mode (G trace-id cable-id shared-tiles"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    SCREENED|MISSING survey-date tech)"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "X/C/N/K lines end with a severity code SEV,"
                TO report-file-rec.
            WRITE report-file-rec.
            MOVE "    WRN or RTN from the cable-class rules"
                IF ws-job-failed = 'Y'
                    GO TO RUN-ONE-JOB-FAIL
                END-IF
            END-IF.
            IF ws-run-mode = 'SCREEN'
                PERFORM LOAD-FOR-SCREEN
                    THRU LOAD-FOR-SCREEN-EXIT
                IF ws-job-failed = 'Y'
                    GO TO RUN-ONE-JOB-FAIL
                END-IF
            END-IF.
            IF ws-run-mode = 'NORMAL'
                OPEN I-O segment-file
                IF ws-segment-status = '00' OR '05'
                    MOVE 'Y' TO ws-archive-open
                    PERFORM OPEN-DRIFT-FILES
                        THRU OPEN-DRIFT-FILES-EXIT
                    PERFORM OPEN-TILE-FILE
                ELSE
                    DISPLAY "HELLO: cannot open SEGMENTS.DAT"
                        " - file status " ws-segment-status
                        IF ws-archive-open = 'Y'
                            CLOSE segment-file
                            MOVE 'N' TO ws-archive-open
                            PERFORM CLOSE-DRIFT-FILES
                            PERFORM CLOSE-TILE-FILE
                        END-IF
                        GO TO RUN-ONE-JOB-FAIL
                    END-IF
                        PERFORM WRITE-AUDIT-CABLE
                        IF ws-archive-open = 'Y'
                        AND ws-file-has-header = 'Y'
                        AND ws-restarted NOT = 'Y'
                            PERFORM ARCHIVE-STORE-CABLE
                                THRU ARCHIVE-STORE-CABLE-EXIT
                        END-IF
                        SET a UP BY 1
                    ELSE
                IF ws-archive-open = 'Y'
                    CLOSE segment-file
                    MOVE 'N' TO ws-archive-open
                    PERFORM CLOSE-DRIFT-FILES
                    PERFORM CLOSE-TILE-FILE
                END-IF
            END-IF.

            IF ws-cable-total < 2
            AND ws-run-mode NOT = 'SCREEN'
                DISPLAY "HELLO: only " ws-cable-total
                    " cable(s) loaded - need at least 2 to compare"
                GO TO RUN-ONE-JOB-FAIL
                SET a UP BY 1
            END-PERFORM.

            IF ws-run-mode = 'SCREEN'
                PERFORM SCREEN-ARCHIVE-CABLES
                    THRU SCREEN-ARCHIVE-CABLES-EXIT
                IF ws-job-failed = 'Y'
                    GO TO RUN-ONE-JOB-FAIL
                END-IF
            END-IF.

            SET a TO 1.
            PERFORM UNTIL a > ws-cable-total
                MOVE a TO ws-ckpt-a-num
                    MOVE ws-ckpt-a-num TO ws-ckpt-b-num
                    PERFORM WRITE-CHECKPOINT-START
                    PERFORM SELF-INTERSECT-CABLE
                    PERFORM ZONE-CHECK-CABLE
                        THRU ZONE-CHECK-CABLE-EXIT
                    PERFORM WRITE-CHECKPOINT-SELF
                END-IF
                SET a UP BY 1
            END-PERFORM.
            IF ws-encroach-count > 0
                DISPLAY "HELLO: keep-out zone encroachments "
                    ws-encroach-count
            END-IF.

            PERFORM WRITE-CABLE-MAP.

            PERFORM WRITE-WORK-ORDERS
                THRU WRITE-WORK-ORDERS-EXIT.

            PERFORM RESOLVE-FINDING-HISTORY
                THRU RESOLVE-FINDING-HISTORY-EXIT.
            PERFORM CLOSE-HISTORY-FILE.

            PERFORM WRITE-CHECKPOINT-COMPLETE.

            PERFORM WRITE-EXTRACT-TRAILER.
            PERFORM WRITE-TRENCH-TRAILER.

            PERFORM WRITE-AUDIT-END.
            CLOSE reject-file.

        RUN-ONE-JOB-FAIL.
            MOVE 'Y' TO ws-job-failed.
            PERFORM CLOSE-HISTORY-FILE.
            PERFORM AUDIT-ABNORMAL-END.
            CLOSE reject-file.
            CLOSE report-file.
            CLOSE extract-file.
            CLOSE trench-file.
        RUN-ONE-JOB-EXIT.
            EXIT.

            MOVE SPACES TO ws-workorder-filename.
            STRING function trim(ws-job-id) '.WORKORDS.TXT'
                DELIMITED BY SIZE INTO ws-workorder-filename.
            MOVE SPACES TO ws-drift-filename.
            STRING function trim(ws-job-id) '.DRIFT.TXT'
                DELIMITED BY SIZE INTO ws-drift-filename.
            MOVE SPACES TO ws-trench-filename.
            STRING function trim(ws-job-id) '.TRENCH.TXT'
                DELIMITED BY SIZE INTO ws-trench-filename.
            PERFORM RUN-ONE-JOB THRU RUN-ONE-JOB-EXIT.
            MOVE ws-cable-total TO ws-job-cables(ws-job-idx).
            MOVE ws-crossing-count
            EXIT.

        ARCHIVE-STORE-CABLE.
            PERFORM DRIFT-CHECK-CABLE THRU DRIFT-CHECK-CABLE-EXIT.
            IF ws-drift-held = 'Y'
                PERFORM HOLD-CABLE-UPDATE
                GO TO ARCHIVE-STORE-CABLE-EXIT
            END-IF.
            IF ws-tile-open = 'Y'
                PERFORM TILE-DROP-ARCHIVED
            END-IF.
            SET i TO 1.
            PERFORM UNTIL i > ws-cable-number(a)
                MOVE ws-cable-id(a) TO seg-key-cable-id
                        ADD 1 TO ws-arch-seg-num
                END-READ
            END-PERFORM.
            IF ws-tile-open = 'Y'
                MOVE 'W' TO ws-tile-action
                MOVE 0 TO ws-tile-margin
                PERFORM TILE-WALK-CABLE
            END-IF.
        ARCHIVE-STORE-CABLE-EXIT.
            EXIT.

        TILE-DROP-ARCHIVED.
            MOVE 'D' TO ws-tile-action.
            MOVE 0 TO ws-tile-margin.
            MOVE ws-cable-id(a) TO ws-tile-cable-id.
            MOVE 1 TO ws-tile-seg-num.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                MOVE ws-cable-id(a) TO seg-key-cable-id
                MOVE ws-tile-seg-num TO seg-key-seg-num
                READ segment-file
                    INVALID KEY MOVE 'Y' TO WS-EOF
                    NOT INVALID KEY
                        MOVE seg-rec-true-start-x TO ws-tile-from-x
                        MOVE seg-rec-true-start-y TO ws-tile-from-y
                        MOVE seg-rec-true-end-x TO ws-tile-to-x
                        MOVE seg-rec-true-end-y TO ws-tile-to-y
                        PERFORM TILE-WALK-SEGMENT
                        ADD 1 TO ws-tile-seg-num
                END-READ
            END-PERFORM.

        TILE-WALK-CABLE.
            MOVE ws-cable-id(a) TO ws-tile-cable-id.
            MOVE ws-cable-survey-date(a) TO ws-tile-survey.
            SET i TO 1.
            PERFORM UNTIL i > ws-cable-number(a)
                MOVE ws-seg-true-start-x(a i) TO ws-tile-from-x
                MOVE ws-seg-true-start-y(a i) TO ws-tile-from-y
                MOVE ws-seg-true-end-x(a i) TO ws-tile-to-x
                MOVE ws-seg-true-end-y(a i) TO ws-tile-to-y
                PERFORM TILE-WALK-SEGMENT
                SET i UP BY 1
            END-PERFORM.

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
                (ws-tile-lo-x - ws-tile-margin) / ws-tile-span).
            COMPUTE ws-tile-col-hi = function integer(
                (ws-tile-hi-x + ws-tile-margin) / ws-tile-span).
            PERFORM UNTIL ws-tile-col > ws-tile-col-hi
                PERFORM TILE-WALK-COLUMN
                ADD 1 TO ws-tile-col
            END-PERFORM.

        TILE-WALK-COLUMN.
            COMPUTE ws-tile-cx-lo = ws-tile-col * ws-tile-span.
            COMPUTE ws-tile-cx-hi = ws-tile-cx-lo + ws-tile-span - 1.
            MOVE function max(ws-tile-cx-lo, ws-tile-lo-x)
                TO ws-tile-cx-lo.
            MOVE function min(ws-tile-cx-lo, ws-tile-hi-x)
                TO ws-tile-cx-lo.
            MOVE function min(ws-tile-cx-hi, ws-tile-hi-x)
                TO ws-tile-cx-hi.
            MOVE function max(ws-tile-cx-hi, ws-tile-lo-x)
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
                (function min(ws-tile-ya, ws-tile-yb)
                - ws-tile-margin) / ws-tile-span).
            COMPUTE ws-tile-row-hi = function integer(
                (function max(ws-tile-ya, ws-tile-yb)
                + ws-tile-margin) / ws-tile-span).
            PERFORM UNTIL ws-tile-row > ws-tile-row-hi
                PERFORM TILE-APPLY-ACTION
                ADD 1 TO ws-tile-row
            END-PERFORM.

        TILE-APPLY-ACTION.
            EVALUATE ws-tile-action
                WHEN 'W'
                    MOVE ws-tile-col TO tile-key-x
                    MOVE ws-tile-row TO tile-key-y
                    MOVE ws-tile-cable-id TO tile-key-cable-id
                    MOVE ws-tile-survey TO tile-rec-survey-date
                    WRITE tile-file-rec
                        INVALID KEY
                            REWRITE tile-file-rec
                    END-WRITE
                WHEN 'D'
                    MOVE ws-tile-col TO tile-key-x
                    MOVE ws-tile-row TO tile-key-y
                    MOVE ws-tile-cable-id TO tile-key-cable-id
                    DELETE tile-file RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN 'Q'
                    PERFORM SCREEN-QUEUE-TILE
            END-EVALUATE.

        OPEN-TILE-FILE.
            OPEN I-O tile-file.
            IF ws-tile-status = '00' OR '05'
                MOVE 'Y' TO ws-tile-open
            ELSE
                MOVE 'N' TO ws-tile-open
                DISPLAY "HELLO: cannot open TILES.DAT"
                    " - file status " ws-tile-status
                    " - tile index not updated, rebuild it with"
                    " ARCHMNT TILES"
            END-IF.

        CLOSE-TILE-FILE.
            IF ws-tile-open = 'Y'
                CLOSE tile-file
                MOVE 'N' TO ws-tile-open
            END-IF.

        LOAD-FOR-SCREEN.
            OPEN INPUT tile-file.
            IF ws-tile-status NOT = '00'
                DISPLAY "HELLO: cannot open TILES.DAT"
                    " - file status " ws-tile-status
                    " - build it with ARCHMNT TILES"
                MOVE 'Y' TO ws-job-failed
                GO TO LOAD-FOR-SCREEN-EXIT
            END-IF.
            SET a TO 1.
            PERFORM LOAD-CABLE THRU LOAD-CABLE-EXIT.
            IF ws-load-failed = 'Y' OR ws-cable-loaded(1) NOT = 'Y'
                DISPLAY "HELLO: new trace "
                    function trim(ws-cable-filename)
                    " could not be loaded - job abandoned"
                CLOSE tile-file
                MOVE 'Y' TO ws-job-failed
                GO TO LOAD-FOR-SCREEN-EXIT
            END-IF.
            ADD 1 TO ws-cable-total.
            IF ws-restarted NOT = 'Y'
                PERFORM WRITE-CABLE-IDENTITY
            END-IF.
            PERFORM WRITE-AUDIT-CABLE.
            MOVE ws-clearance-limit TO ws-tile-margin.
            MOVE 1 TO ws-rule-idx.
            PERFORM UNTIL ws-rule-idx > ws-rules-count
                IF ws-rule-clearance(ws-rule-idx) > ws-tile-margin
                    MOVE ws-rule-clearance(ws-rule-idx)
                        TO ws-tile-margin
                END-IF
                ADD 1 TO ws-rule-idx
            END-PERFORM.
            MOVE 0 TO ws-scr-tile-count.
            MOVE 'N' TO ws-scr-tile-full.
            MOVE 'Q' TO ws-tile-action.
            PERFORM TILE-WALK-CABLE.
            IF ws-scr-tile-full = 'Y'
                DISPLAY "HELLO: new trace covers more than "
                    ws-max-scr-tiles " tiles - remainder not screened"
            END-IF.
            MOVE 0 TO ws-scr-count.
            MOVE 'N' TO ws-scr-full.
            MOVE 1 TO ws-scr-tile-idx.
            PERFORM UNTIL ws-scr-tile-idx > ws-scr-tile-count
                PERFORM SCREEN-QUERY-TILE
                    THRU SCREEN-QUERY-TILE-EXIT
                ADD 1 TO ws-scr-tile-idx
            END-PERFORM.
            CLOSE tile-file.
            IF ws-scr-full = 'Y'
                DISPLAY "HELLO: more than " ws-max-scr-cables
                    " archived cables near new trace - remainder"
                    " not screened"
            END-IF.
        LOAD-FOR-SCREEN-EXIT.
            EXIT.

        SCREEN-QUEUE-TILE.
            MOVE 'N' TO ws-scr-tile-found.
            MOVE ws-scr-tile-count TO ws-scr-tile-idx.
            PERFORM UNTIL ws-scr-tile-idx = 0
            OR ws-scr-tile-found = 'Y'
                IF ws-scr-tile-x(ws-scr-tile-idx) = ws-tile-col
                AND ws-scr-tile-y(ws-scr-tile-idx) = ws-tile-row
                    MOVE 'Y' TO ws-scr-tile-found
                END-IF
                SUBTRACT 1 FROM ws-scr-tile-idx
            END-PERFORM.
            IF ws-scr-tile-found NOT = 'Y'
                IF ws-scr-tile-count < ws-max-scr-tiles
                    ADD 1 TO ws-scr-tile-count
                    MOVE ws-tile-col
                        TO ws-scr-tile-x(ws-scr-tile-count)
                    MOVE ws-tile-row
                        TO ws-scr-tile-y(ws-scr-tile-count)
                ELSE
                    MOVE 'Y' TO ws-scr-tile-full
                END-IF
            END-IF.

        SCREEN-QUERY-TILE.
            MOVE ws-scr-tile-x(ws-scr-tile-idx) TO tile-key-x.
            MOVE ws-scr-tile-y(ws-scr-tile-idx) TO tile-key-y.
            MOVE LOW-VALUES TO tile-key-cable-id.
            START tile-file KEY IS NOT < tile-key
                INVALID KEY
                    GO TO SCREEN-QUERY-TILE-EXIT
            END-START.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ tile-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF tile-key-x NOT =
                            ws-scr-tile-x(ws-scr-tile-idx)
                        OR tile-key-y NOT =
                            ws-scr-tile-y(ws-scr-tile-idx)
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            PERFORM SCREEN-ADD-CANDIDATE
                                THRU SCREEN-ADD-CANDIDATE-EXIT
                        END-IF
                END-READ
            END-PERFORM.
        SCREEN-QUERY-TILE-EXIT.
            EXIT.

        SCREEN-ADD-CANDIDATE.
            IF tile-key-cable-id = ws-cable-id(1)
                GO TO SCREEN-ADD-CANDIDATE-EXIT
            END-IF.
            MOVE 0 TO ws-scr-hit.
            MOVE 1 TO ws-scr-idx.
            PERFORM UNTIL ws-scr-idx > ws-scr-count
            OR ws-scr-hit > 0
                IF ws-scr-id(ws-scr-idx) = tile-key-cable-id
                    MOVE ws-scr-idx TO ws-scr-hit
                END-IF
                ADD 1 TO ws-scr-idx
            END-PERFORM.
            IF ws-scr-hit > 0
                ADD 1 TO ws-scr-tiles(ws-scr-hit)
                GO TO SCREEN-ADD-CANDIDATE-EXIT
            END-IF.
            IF ws-scr-count >= ws-max-scr-cables
                MOVE 'Y' TO ws-scr-full
                GO TO SCREEN-ADD-CANDIDATE-EXIT
            END-IF.
            ADD 1 TO ws-scr-count.
            MOVE tile-key-cable-id TO ws-scr-id(ws-scr-count).
            MOVE 1 TO ws-scr-tiles(ws-scr-count).
            MOVE 'P' TO ws-scr-state(ws-scr-count).
            MOVE 0 TO ws-scr-survey(ws-scr-count).
            MOVE SPACES TO ws-scr-tech(ws-scr-count).
            MOVE 1 TO ws-scr-idx.
            PERFORM UNTIL ws-scr-idx > ws-scr-done-count
                IF ws-scr-done-id(ws-scr-idx) = tile-key-cable-id
                    MOVE 'D' TO ws-scr-state(ws-scr-count)
                END-IF
                ADD 1 TO ws-scr-idx
            END-PERFORM.
        SCREEN-ADD-CANDIDATE-EXIT.
            EXIT.

        SCREEN-ARCHIVE-CABLES.
            IF ws-scr-count = 0
                DISPLAY "HELLO: no archived cable shares a tile"
                    " with new trace " function trim(ws-cable-id(1))
                GO TO SCREEN-ARCHIVE-CABLES-EXIT
            END-IF.
            OPEN INPUT segment-file.
            IF ws-segment-status NOT = '00'
                DISPLAY "HELLO: cannot open SEGMENTS.DAT"
                    " - file status " ws-segment-status
                MOVE 'Y' TO ws-job-failed
                GO TO SCREEN-ARCHIVE-CABLES-EXIT
            END-IF.
            MOVE 1 TO ws-scr-next.
            PERFORM UNTIL ws-scr-next > ws-scr-count
                PERFORM SCREEN-LOAD-GROUP
                IF ws-scr-slots > 1
                    ADD 1 TO ws-scr-groups
                    PERFORM SCREEN-COMPARE-GROUP
                END-IF
            END-PERFORM.
            CLOSE segment-file.
            DISPLAY "HELLO: new trace " function trim(ws-cable-id(1))
                " screened against " ws-scr-screened
                " archived cable(s) in " ws-scr-groups " group(s)".
            IF ws-scr-resumed > 0
                DISPLAY "HELLO: " ws-scr-resumed " archived cable(s)"
                    " already screened before the restart"
            END-IF.
            IF ws-scr-missing > 0
                DISPLAY "HELLO: " ws-scr-missing " indexed cable(s)"
                    " not in SEGMENTS.DAT - rebuild TILES.DAT"
                    " with ARCHMNT TILES"
            END-IF.
        SCREEN-ARCHIVE-CABLES-EXIT.
            EXIT.

        SCREEN-LOAD-GROUP.
            MOVE 1 TO ws-scr-slots.
            SET a TO 2.
            PERFORM UNTIL a > ws-max-cables
            OR ws-scr-next > ws-scr-count
                IF ws-scr-state(ws-scr-next) = 'D'
                    ADD 1 TO ws-scr-resumed
                ELSE
                    INITIALIZE ws-cable(a)
                    MOVE ws-scr-id(ws-scr-next) TO ws-arch-id
                    PERFORM ARCHIVE-LOAD-CABLE
                        THRU ARCHIVE-LOAD-CABLE-EXIT
                    IF ws-load-failed = 'Y'
                        MOVE 'M' TO ws-scr-state(ws-scr-next)
                        MOVE 'N' TO ws-cable-loaded(a)
                    ELSE
                        MOVE 'S' TO ws-scr-state(ws-scr-next)
                        MOVE ws-cable-survey-date(a)
                            TO ws-scr-survey(ws-scr-next)
                        MOVE ws-cable-tech(a)
                            TO ws-scr-tech(ws-scr-next)
                        PERFORM WRITE-AUDIT-CABLE
                    END-IF
                    MOVE a TO ws-scr-slots
                    MOVE ws-scr-next TO ws-scr-slot-cand(ws-scr-slots)
                    SET a UP BY 1
                END-IF
                ADD 1 TO ws-scr-next
            END-PERFORM.

        SCREEN-COMPARE-GROUP.
            SET a TO 1.
            SET b TO 2.
            PERFORM UNTIL b > ws-scr-slots
                MOVE 1 TO ws-ckpt-a-num
                MOVE b TO ws-ckpt-b-num
                PERFORM WRITE-CHECKPOINT-START
                IF ws-cable-loaded(b) = 'Y'
                    PERFORM COMPARE-CABLES
                    ADD 1 TO ws-scr-screened
                ELSE
                    ADD 1 TO ws-scr-missing
                END-IF
                PERFORM WRITE-SCREEN-LINE
                PERFORM WRITE-CHECKPOINT-PAIR
                SET b UP BY 1
            END-PERFORM.

        WRITE-SCREEN-LINE.
            MOVE ws-scr-slot-cand(ws-ckpt-b-num) TO ws-scr-idx.
            MOVE ws-scr-tiles(ws-scr-idx) TO ws-ext-n1.
            IF ws-cable-loaded(b) = 'Y'
                MOVE 'SCREENED' TO ws-scr-status-text
            ELSE
                MOVE 'MISSING' TO ws-scr-status-text
            END-IF.
            MOVE ws-cable-id(1) TO ws-report-a.
            MOVE ws-cable-id(b) TO ws-report-b.
            MOVE ws-cable-survey-date(b) TO ws-report-date.
            MOVE SPACES TO ws-report-line.
            STRING "G " function trim(ws-report-a) " "
                function trim(ws-report-b) " "
                function trim(ws-ext-n1) " "
                function trim(ws-scr-status-text) " "
                ws-report-date " " ws-cable-tech(b)
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.

        OPEN-DRIFT-FILES.
            MOVE 0 TO ws-drift-held-count.
            OPEN I-O held-file.
            IF ws-held-status = '00' OR '05'
                MOVE 'Y' TO ws-held-open
            ELSE
                MOVE 'N' TO ws-held-open
                DISPLAY "HELLO: cannot open HELDUPD.DAT"
                    " - file status " ws-held-status
                    " - drifted re-surveys will not be archived"
            END-IF.
            IF ws-restarted = 'Y'
                OPEN EXTEND drift-file
                MOVE 'Y' TO ws-drift-open
                GO TO OPEN-DRIFT-FILES-EXIT
            END-IF.
            OPEN OUTPUT drift-file.
            MOVE 'Y' TO ws-drift-open.
            MOVE "rectype cable-id point x y drift" TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "    (point 0 is the start, point n the end of"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "    segment n)" TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "M = new trace point off the archived route"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "O = archived route point off the new trace"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "P = conduit depth change (P cable-id seg x y"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "    old-depth new-depth)" TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "R = re-survey summary (R cable-id old-segs"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "    new-segs old-length new-length max-drift"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE "    moved abandoned depth-changes action)"
                TO drift-file-rec.
            WRITE drift-file-rec.
            MOVE ws-drift-tolerance TO ws-ext-n1.
            MOVE ws-drift-hold TO ws-ext-n2.
            MOVE SPACES TO ws-drift-line.
            STRING "parameters: tolerance " function trim(ws-ext-n1)
                " hold " function trim(ws-ext-n2)
                DELIMITED BY SIZE INTO ws-drift-line.
            MOVE ws-drift-line TO drift-file-rec.
            WRITE drift-file-rec.
        OPEN-DRIFT-FILES-EXIT.
            EXIT.

        CLOSE-DRIFT-FILES.
            IF ws-held-open = 'Y'
                CLOSE held-file
                MOVE 'N' TO ws-held-open
            END-IF.
            IF ws-drift-open = 'Y'
                CLOSE drift-file
                MOVE 'N' TO ws-drift-open
            END-IF.
            IF ws-drift-held-count > 0
                DISPLAY "HELLO: " ws-drift-held-count
                    " re-survey(s) held for release - see "
                    function trim(ws-drift-filename)
            END-IF.

        DRIFT-CHECK-CABLE.
            MOVE 'N' TO ws-drift-held.
            MOVE 0 TO ws-drift-max.
            MOVE 0 TO ws-drift-moved.
            MOVE 0 TO ws-drift-abandoned.
            MOVE 0 TO ws-drift-depth-chg.
            MOVE 0 TO ws-drift-new-length.
            SET i TO 1.
            PERFORM UNTIL i > ws-cable-number(a)
                MOVE ws-seg-true-start-x(a i) TO ws-drift-sx1
                MOVE ws-seg-true-start-y(a i) TO ws-drift-sy1
                MOVE ws-seg-true-end-x(a i) TO ws-drift-sx2
                MOVE ws-seg-true-end-y(a i) TO ws-drift-sy2
                PERFORM DRIFT-SEGMENT-LENGTH
                ADD ws-drift-seg-length TO ws-drift-new-length
                SET i UP BY 1
            END-PERFORM.
            PERFORM LOAD-OLD-ROUTE THRU LOAD-OLD-ROUTE-EXIT.
            IF ws-old-route-count = 0
                MOVE 'NEW' TO ws-drift-action
                PERFORM WRITE-DRIFT-SUMMARY
                GO TO DRIFT-CHECK-CABLE-EXIT
            END-IF.
            MOVE 0 TO ws-drift-vertex.
            PERFORM UNTIL ws-drift-vertex > ws-cable-number(a)
                PERFORM DRIFT-NEW-VERTEX
                ADD 1 TO ws-drift-vertex
            END-PERFORM.
            MOVE 0 TO ws-drift-vertex.
            PERFORM UNTIL ws-drift-vertex > ws-old-route-count
                PERFORM DRIFT-OLD-VERTEX
                ADD 1 TO ws-drift-vertex
            END-PERFORM.
            SET i TO 1.
            PERFORM UNTIL i > ws-cable-number(a)
                PERFORM DRIFT-DEPTH-SEGMENT
                SET i UP BY 1
            END-PERFORM.
            IF ws-drift-max > ws-drift-hold
                MOVE 'Y' TO ws-drift-held
                MOVE 'HELD' TO ws-drift-action
            ELSE
                MOVE 'APPLIED' TO ws-drift-action
            END-IF.
            PERFORM WRITE-DRIFT-SUMMARY.
        DRIFT-CHECK-CABLE-EXIT.
            EXIT.

        LOAD-OLD-ROUTE.
            MOVE 0 TO ws-old-route-count.
            MOVE 0 TO ws-old-route-date.
            MOVE 0 TO ws-drift-old-length.
            MOVE ws-cable-id(a) TO seg-key-cable-id.
            MOVE 0 TO seg-key-seg-num.
            START segment-file KEY IS NOT < segment-key
                INVALID KEY
                    GO TO LOAD-OLD-ROUTE-EXIT
            END-START.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ segment-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF seg-key-cable-id NOT = ws-cable-id(a)
                        OR ws-old-route-count >= ws-table-capacity
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO ws-old-route-count
                            MOVE ws-old-route-count TO ws-old-idx
                            MOVE seg-rec-true-start-x
                                TO ws-old-start-x(ws-old-idx)
                            MOVE seg-rec-true-start-y
                                TO ws-old-start-y(ws-old-idx)
                            MOVE seg-rec-true-end-x
                                TO ws-old-end-x(ws-old-idx)
                            MOVE seg-rec-true-end-y
                                TO ws-old-end-y(ws-old-idx)
                            MOVE seg-rec-orient
                                TO ws-old-orient(ws-old-idx)
                            MOVE seg-rec-depth
                                TO ws-old-depth(ws-old-idx)
                            MOVE seg-rec-survey-date
                                TO ws-old-route-date
                            MOVE seg-rec-true-start-x TO ws-drift-sx1
                            MOVE seg-rec-true-start-y TO ws-drift-sy1
                            MOVE seg-rec-true-end-x TO ws-drift-sx2
                            MOVE seg-rec-true-end-y TO ws-drift-sy2
                            PERFORM DRIFT-SEGMENT-LENGTH
                            ADD ws-drift-seg-length
                                TO ws-drift-old-length
                        END-IF
                END-READ
            END-PERFORM.
        LOAD-OLD-ROUTE-EXIT.
            EXIT.

        DRIFT-SEGMENT-LENGTH.
            IF ws-drift-sx1 NOT = ws-drift-sx2
            AND ws-drift-sy1 NOT = ws-drift-sy2
                COMPUTE ws-drift-seg-length =
                    function abs(ws-drift-sx2 - ws-drift-sx1)
            ELSE
                COMPUTE ws-drift-seg-length =
                    function abs(ws-drift-sx2 - ws-drift-sx1) +
                    function abs(ws-drift-sy2 - ws-drift-sy1)
            END-IF.

        DRIFT-NEW-VERTEX.
            IF ws-drift-vertex = 0
                SET i TO 1
                MOVE ws-seg-true-start-x(a i) TO ws-drift-px
                MOVE ws-seg-true-start-y(a i) TO ws-drift-py
            ELSE
                SET i TO ws-drift-vertex
                MOVE ws-seg-true-end-x(a i) TO ws-drift-px
                MOVE ws-seg-true-end-y(a i) TO ws-drift-py
            END-IF.
            PERFORM DRIFT-NEAREST-OLD.
            IF ws-drift-best > ws-drift-max
                MOVE ws-drift-best TO ws-drift-max
            END-IF.
            IF ws-drift-best > ws-drift-tolerance
                ADD 1 TO ws-drift-moved
                MOVE 'M' TO ws-report-rectype
                PERFORM WRITE-DRIFT-POINT
            END-IF.

        DRIFT-OLD-VERTEX.
            IF ws-drift-vertex = 0
                MOVE ws-old-start-x(1) TO ws-drift-px
                MOVE ws-old-start-y(1) TO ws-drift-py
            ELSE
                MOVE ws-old-end-x(ws-drift-vertex) TO ws-drift-px
                MOVE ws-old-end-y(ws-drift-vertex) TO ws-drift-py
            END-IF.
            MOVE 9999999999 TO ws-drift-best.
            SET i TO 1.
            PERFORM UNTIL i > ws-cable-number(a)
            OR ws-drift-best = 0
                MOVE ws-seg-true-start-x(a i) TO ws-drift-sx1
                MOVE ws-seg-true-start-y(a i) TO ws-drift-sy1
                MOVE ws-seg-true-end-x(a i) TO ws-drift-sx2
                MOVE ws-seg-true-end-y(a i) TO ws-drift-sy2
                PERFORM DRIFT-POINT-TO-SEGMENT
                IF ws-drift-dist < ws-drift-best
                    MOVE ws-drift-dist TO ws-drift-best
                END-IF
                SET i UP BY 1
            END-PERFORM.
            IF ws-drift-best > ws-drift-max
                MOVE ws-drift-best TO ws-drift-max
            END-IF.
            IF ws-drift-best > ws-drift-tolerance
                ADD 1 TO ws-drift-abandoned
                MOVE 'O' TO ws-report-rectype
                PERFORM WRITE-DRIFT-POINT
            END-IF.

        DRIFT-DEPTH-SEGMENT.
            COMPUTE ws-drift-px =
                (ws-seg-true-start-x(a i) + ws-seg-true-end-x(a i))
                / 2.
            COMPUTE ws-drift-py =
                (ws-seg-true-start-y(a i) + ws-seg-true-end-y(a i))
                / 2.
            PERFORM DRIFT-NEAREST-OLD.
            IF ws-drift-best <= ws-drift-tolerance
            AND ws-drift-best-seg > 0
            AND ws-old-depth(ws-drift-best-seg) NOT = 0
            AND ws-seg-depth(a i) NOT = 0
            AND ws-old-depth(ws-drift-best-seg)
                NOT = ws-seg-depth(a i)
                ADD 1 TO ws-drift-depth-chg
                MOVE i TO ws-drift-vertex
                MOVE ws-drift-vertex TO ws-ext-n1
                MOVE ws-drift-px TO ws-ext-n2
                MOVE ws-drift-py TO ws-ext-n3
                MOVE SPACES TO ws-drift-line
                STRING "P " function trim(ws-cable-id(a))
                    " " function trim(ws-ext-n1)
                    " " function trim(ws-ext-n2)
                    " " function trim(ws-ext-n3)
                    " " ws-old-depth(ws-drift-best-seg)
                    " " ws-seg-depth(a i)
                    DELIMITED BY SIZE INTO ws-drift-line
                MOVE ws-drift-line TO drift-file-rec
                WRITE drift-file-rec
            END-IF.

        DRIFT-NEAREST-OLD.
            MOVE 9999999999 TO ws-drift-best.
            MOVE 0 TO ws-drift-best-seg.
            MOVE 1 TO ws-old-idx.
            PERFORM UNTIL ws-old-idx > ws-old-route-count
            OR ws-drift-best = 0
                MOVE ws-old-start-x(ws-old-idx) TO ws-drift-sx1
                MOVE ws-old-start-y(ws-old-idx) TO ws-drift-sy1
                MOVE ws-old-end-x(ws-old-idx) TO ws-drift-sx2
                MOVE ws-old-end-y(ws-old-idx) TO ws-drift-sy2
                PERFORM DRIFT-POINT-TO-SEGMENT
                IF ws-drift-dist < ws-drift-best
                    MOVE ws-drift-dist TO ws-drift-best
                    MOVE ws-old-idx TO ws-drift-best-seg
                END-IF
                ADD 1 TO ws-old-idx
            END-PERFORM.

        DRIFT-POINT-TO-SEGMENT.
            COMPUTE ws-drift-dx = ws-drift-sx2 - ws-drift-sx1.
            COMPUTE ws-drift-dy = ws-drift-sy2 - ws-drift-sy1.
            IF ws-drift-dx NOT = 0 AND ws-drift-dy NOT = 0
                PERFORM DRIFT-POINT-TO-DIAGONAL
            ELSE
                MOVE 0 TO ws-drift-gx
                MOVE 0 TO ws-drift-gy
                IF ws-drift-px < function min(ws-drift-sx1,
                    ws-drift-sx2)
                    COMPUTE ws-drift-gx = function min(ws-drift-sx1,
                        ws-drift-sx2) - ws-drift-px
                END-IF
                IF ws-drift-px > function max(ws-drift-sx1,
                    ws-drift-sx2)
                    COMPUTE ws-drift-gx = ws-drift-px -
                        function max(ws-drift-sx1, ws-drift-sx2)
                END-IF
                IF ws-drift-py < function min(ws-drift-sy1,
                    ws-drift-sy2)
                    COMPUTE ws-drift-gy = function min(ws-drift-sy1,
                        ws-drift-sy2) - ws-drift-py
                END-IF
                IF ws-drift-py > function max(ws-drift-sy1,
                    ws-drift-sy2)
                    COMPUTE ws-drift-gy = ws-drift-py -
                        function max(ws-drift-sy1, ws-drift-sy2)
                END-IF
                COMPUTE ws-drift-dist = ws-drift-gx + ws-drift-gy
            END-IF.

        DRIFT-POINT-TO-DIAGONAL.
            IF ws-drift-dx > 0
                MOVE 1 TO ws-drift-sgn-x
            ELSE
                MOVE -1 TO ws-drift-sgn-x
            END-IF.
            IF ws-drift-dy > 0
                MOVE 1 TO ws-drift-sgn-y
            ELSE
                MOVE -1 TO ws-drift-sgn-y
            END-IF.
            COMPUTE ws-drift-len = function abs(ws-drift-dx).
            COMPUTE ws-drift-t =
                (ws-drift-px - ws-drift-sx1) * ws-drift-sgn-x.
            PERFORM DRIFT-DIAGONAL-AT-T.
            MOVE ws-drift-cand TO ws-drift-dist.
            COMPUTE ws-drift-t =
                (ws-drift-py - ws-drift-sy1) * ws-drift-sgn-y.
            PERFORM DRIFT-DIAGONAL-AT-T.
            IF ws-drift-cand < ws-drift-dist
                MOVE ws-drift-cand TO ws-drift-dist
            END-IF.

        DRIFT-DIAGONAL-AT-T.
            IF ws-drift-t < 0
                MOVE 0 TO ws-drift-t
            END-IF.
            IF ws-drift-t > ws-drift-len
                MOVE ws-drift-len TO ws-drift-t
            END-IF.
            COMPUTE ws-drift-cand =
                function abs(ws-drift-sx1 + ws-drift-sgn-x * ws-drift-t
                    - ws-drift-px) +
                function abs(ws-drift-sy1 + ws-drift-sgn-y * ws-drift-t
                    - ws-drift-py).

        WRITE-DRIFT-POINT.
            MOVE ws-drift-vertex TO ws-ext-n1.
            MOVE ws-drift-px TO ws-ext-n2.
            MOVE ws-drift-py TO ws-ext-n3.
            MOVE ws-drift-best TO ws-ext-n4.
            MOVE SPACES TO ws-drift-line.
            STRING ws-report-rectype(1:1) " "
                function trim(ws-cable-id(a))
                " " function trim(ws-ext-n1)
                " " function trim(ws-ext-n2)
                " " function trim(ws-ext-n3)
                " " function trim(ws-ext-n4)
                DELIMITED BY SIZE INTO ws-drift-line.
            MOVE ws-drift-line TO drift-file-rec.
            WRITE drift-file-rec.

        WRITE-DRIFT-SUMMARY.
            MOVE ws-old-route-count TO ws-ext-n1.
            MOVE ws-cable-number(a) TO ws-ext-n2.
            MOVE ws-drift-old-length TO ws-ext-n3.
            MOVE ws-drift-new-length TO ws-ext-n4.
            MOVE ws-drift-max TO ws-ext-n5.
            MOVE SPACES TO ws-drift-line.
            STRING "R " function trim(ws-cable-id(a))
                " " function trim(ws-ext-n1)
                " " function trim(ws-ext-n2)
                " " function trim(ws-ext-n3)
                " " function trim(ws-ext-n4)
                " " function trim(ws-ext-n5)
                " " ws-drift-moved
                " " ws-drift-abandoned
                " " ws-drift-depth-chg
                " " ws-drift-action
                DELIMITED BY SIZE INTO ws-drift-line.
            MOVE ws-drift-line TO drift-file-rec.
            WRITE drift-file-rec.

        HOLD-CABLE-UPDATE.
            MOVE ws-drift-max TO ws-ext-n5.
            IF ws-held-open NOT = 'Y'
                DISPLAY "HELLO: cable " function trim(ws-cable-id(a))
                    " re-survey drifts " function trim(ws-ext-n5)
                    " - HELDUPD.DAT not available,"
                    " archive left unchanged"
            ELSE
                SET i TO 1
                PERFORM UNTIL i > ws-cable-number(a)
                    MOVE ws-cable-id(a) TO held-key-cable-id
                    MOVE i TO held-key-seg-num
                    MOVE ws-seg-true-start-x(a i)
                        TO held-rec-true-start-x
                    MOVE ws-seg-true-start-y(a i)
                        TO held-rec-true-start-y
                    MOVE ws-seg-true-end-x(a i)
                        TO held-rec-true-end-x
                    MOVE ws-seg-true-end-y(a i)
                        TO held-rec-true-end-y
                    MOVE ws-seg-orient(a i) TO held-rec-orient
                    MOVE ws-seg-steps-in(a i) TO held-rec-steps-in
                    MOVE ws-seg-depth(a i) TO held-rec-depth
                    MOVE ws-cable-survey-date(a)
                        TO held-rec-survey-date
                    MOVE ws-cable-tech(a) TO held-rec-tech
                    MOVE ws-run-id TO held-rec-run-id
                    MOVE ws-drift-max TO held-rec-drift
                    WRITE held-file-rec
                        INVALID KEY
                            REWRITE held-file-rec
                    END-WRITE
                    SET i UP BY 1
                END-PERFORM
                COMPUTE ws-held-seg-num = ws-cable-number(a) + 1
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    MOVE ws-cable-id(a) TO held-key-cable-id
                    MOVE ws-held-seg-num TO held-key-seg-num
                    READ held-file
                        INVALID KEY MOVE 'Y' TO WS-EOF
                        NOT INVALID KEY
                            DELETE held-file RECORD
                            ADD 1 TO ws-held-seg-num
                    END-READ
                END-PERFORM
                ADD 1 TO ws-drift-held-count
                DISPLAY "HELLO: cable " function trim(ws-cable-id(a))
                    " re-survey drifts " function trim(ws-ext-n5)
                    " from the archive - held for release"
            END-IF.

        EXTRACT-CROSSING-LINE.
            MOVE ws-intersect-x TO ws-ext-n1.
            MOVE ws-intersect-y TO ws-ext-n2.
            MOVE ws-curr-manhattan TO ws-ext-n3.
            MOVE ws-curr-steps TO ws-ext-n4.
            MOVE SPACES TO ws-extract-line.
            STRING ws-report-rectype(1:1) ','
                function trim(ws-report-a) ','
                function trim(ws-report-b) ','
                function trim(ws-ext-n1) ','
                function trim(ws-ext-n2) ','
                function trim(ws-ext-n3) ','
                function trim(ws-ext-n4)
                DELIMITED BY SIZE INTO ws-extract-line.
            MOVE ws-extract-line TO extract-file-rec.
            WRITE extract-file-rec.
            ADD 1 TO ws-extract-count.
            ADD 1 TO ws-extract-crossings.
            ADD ws-curr-manhattan TO ws-extract-dist-sum.

        EXTRACT-SUMMARY-LINE.
            MOVE ws-min-intersect-x TO ws-ext-n1.
            MOVE ws-min-intersect-y TO ws-ext-n2.
            MOVE ws-min-manhattan TO ws-ext-n3.
            MOVE ws-min-steps-x TO ws-ext-n4.
            MOVE ws-min-steps-y TO ws-ext-n5.
            MOVE ws-min-steps TO ws-ext-n6.
            MOVE SPACES TO ws-extract-line.
            STRING 'S' ','
                function trim(ws-report-a) ','
                function trim(ws-report-b) ','
                function trim(ws-ext-n1) ','
                function trim(ws-ext-n2) ','
                function trim(ws-ext-n3) ','
                function trim(ws-ext-n4) ','
                function trim(ws-ext-n5) ','
                function trim(ws-ext-n6)
                DELIMITED BY SIZE INTO ws-extract-line.
            MOVE ws-extract-line TO extract-file-rec.
            WRITE extract-file-rec.
            ADD 1 TO ws-extract-count.

        WRITE-EXTRACT-TRAILER.
            MOVE ws-extract-count TO ws-ext-n1.
            MOVE ws-extract-crossings TO ws-ext-n2.
            MOVE ws-extract-dist-sum TO ws-ext-sum-disp.
            MOVE SPACES TO ws-extract-line.
            STRING 'T' ','
                function trim(ws-ext-n1) ','
                function trim(ws-ext-n2) ','
                function trim(ws-ext-sum-disp)
                DELIMITED BY SIZE INTO ws-extract-line.
            MOVE ws-extract-line TO extract-file-rec.
            WRITE extract-file-rec.
            CLOSE extract-file.

        READ-EXTRACT-TOTALS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT extract-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ extract-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE extract-file-rec TO ws-extract-line
                        MOVE SPACES TO ws-ext-tok-list
                        UNSTRING ws-extract-line
                            DELIMITED BY ','
                            INTO ws-ext-tok(1) ws-ext-tok(2)
                            ws-ext-tok(3) ws-ext-tok(4)
                            ws-ext-tok(5) ws-ext-tok(6)
                            ws-ext-tok(7)
                        EVALUATE ws-ext-tok(1)
                            WHEN 'X'
                            WHEN 'C'
                                ADD 1 TO ws-extract-count
                                ADD 1 TO ws-extract-crossings
                                ADD function numval(ws-ext-tok(6))
                                    TO ws-extract-dist-sum
                                IF ws-cross-count < 2000
                                    ADD 1 TO ws-cross-count
                                    MOVE function numval(
                                        ws-ext-tok(4)) TO
                                        ws-cross-x(ws-cross-count)
                                    MOVE function numval(
                                        ws-ext-tok(5)) TO
                                        ws-cross-y(ws-cross-count)
                                END-IF
                            WHEN 'S'
                                ADD 1 TO ws-extract-count
                            WHEN 'K'
                                ADD 1 TO ws-extract-count
                                ADD 1 TO ws-encroach-count
                                IF ws-zone-hit-count < 500
                                    ADD 1 TO ws-zone-hit-count
                                    MOVE function numval(
                                        ws-ext-tok(4)) TO
                                        ws-zone-hit-x(ws-zone-hit-count)
                                    MOVE function numval(
                                        ws-ext-tok(5)) TO
                                        ws-zone-hit-y(ws-zone-hit-count)
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE extract-file.
        READ-EXTRACT-TOTALS-EXIT.
            EXIT.

        SCRUB-PARTIAL-PAIR.
            PERFORM SCRUB-REPORT-FILE.
            PERFORM SCRUB-EXTRACT-FILE.
            PERFORM SCRUB-TRENCH-FILE.
            MOVE 'N' TO ws-pair-open.
        SCRUB-PARTIAL-PAIR-EXIT.
            EXIT.

        SCRUB-REPORT-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT report-file.
            OPEN OUTPUT scrub-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ report-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE report-file-rec TO ws-scrub-line
                        MOVE SPACES TO ws-ext-tok-list
                        UNSTRING ws-scrub-line
                            DELIMITED BY ALL ' '
                            INTO ws-ext-tok(1) ws-ext-tok(2)
                            ws-ext-tok(3)
                        PERFORM SCRUB-TEST-LINE
                        IF ws-scrub-drop NOT = 'Y'
                            MOVE ws-scrub-line TO scrub-file-rec
                            WRITE scrub-file-rec
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE report-file.
            CLOSE scrub-file.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT scrub-file.
            OPEN OUTPUT report-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ scrub-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE scrub-file-rec TO report-file-rec
                        WRITE report-file-rec
                END-READ
            END-PERFORM.
            CLOSE scrub-file.
            CLOSE report-file.

        SCRUB-EXTRACT-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT extract-file.
            OPEN OUTPUT scrub-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ extract-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE extract-file-rec TO ws-scrub-line
                        MOVE SPACES TO ws-ext-tok-list
                        UNSTRING ws-scrub-line
                            DELIMITED BY ','
                            INTO ws-ext-tok(1) ws-ext-tok(2)
                            ws-ext-tok(3)
                        PERFORM SCRUB-TEST-LINE
                        IF ws-scrub-drop NOT = 'Y'
                            MOVE ws-scrub-line TO scrub-file-rec
                            WRITE scrub-file-rec
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE extract-file.
            CLOSE scrub-file.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT scrub-file.
            OPEN OUTPUT extract-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ scrub-file
                    AT END MOVE 'Y' TO WS-EOF
            CLOSE scrub-file.
            CLOSE extract-file.

        SCRUB-TRENCH-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT trench-file.
            OPEN OUTPUT scrub-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ trench-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE trench-file-rec TO ws-scrub-line
                        MOVE SPACES TO ws-ext-tok-list
                        UNSTRING ws-scrub-line
                            DELIMITED BY ALL ' '
                            INTO ws-ext-tok(1) ws-ext-tok(2)
                            ws-ext-tok(3)
                        MOVE 'N' TO ws-scrub-drop
                        IF ws-ext-tok(1) = 'P'
                        OR ws-ext-tok(1) = 'T'
                            MOVE ws-ext-tok(2) TO ws-scrub-id-a
                            MOVE ws-ext-tok(3) TO ws-scrub-id-b
                            IF ws-scrub-id-a = ws-open-id-a
                            AND ws-scrub-id-b = ws-open-id-b
                                MOVE 'Y' TO ws-scrub-drop
                            END-IF
                        END-IF
                        IF ws-scrub-drop NOT = 'Y'
                            MOVE ws-scrub-line TO scrub-file-rec
                            WRITE scrub-file-rec
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE trench-file.
            CLOSE scrub-file.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT scrub-file.
            OPEN OUTPUT trench-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ scrub-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE scrub-file-rec TO trench-file-rec
                        WRITE trench-file-rec
                END-READ
            END-PERFORM.
            CLOSE scrub-file.
            CLOSE trench-file.

        SCRUB-TEST-LINE.
            MOVE 'N' TO ws-scrub-drop.
            IF ws-ext-tok(1) = 'X'
            OR ws-ext-tok(1) = 'N'
            OR ws-ext-tok(1) = 'V'
            OR ws-ext-tok(1) = 'S'
            OR ws-ext-tok(1) = 'G'
                MOVE ws-ext-tok(2) TO ws-scrub-id-a
                MOVE ws-ext-tok(3) TO ws-scrub-id-b
                IF ws-scrub-id-a = ws-open-id-a
                    MOVE 'Y' TO ws-scrub-drop
                END-IF
            END-IF.
            IF ws-ext-tok(1) = 'K'
            AND ws-open-id-a = ws-open-id-b
                MOVE ws-ext-tok(2) TO ws-scrub-id-a
                IF ws-scrub-id-a = ws-open-id-a
                    MOVE 'Y' TO ws-scrub-drop
                END-IF
            END-IF.

        STORE-FINDING.
            PERFORM POST-FINDING-HISTORY
                THRU POST-FINDING-HISTORY-EXIT.
            IF ws-finding-count >= ws-max-findings
                GO TO STORE-FINDING-EXIT
            END-IF.
            ADD 1 TO ws-finding-count.
            MOVE ws-find-work-type
                TO ws-find-type(ws-finding-count).
            MOVE ws-find-work-id-a
                TO ws-find-id-a(ws-finding-count).
            MOVE ws-find-work-id-b
                TO ws-find-id-b(ws-finding-count).
            MOVE ws-find-work-x TO ws-find-x(ws-finding-count).
            MOVE ws-find-work-y TO ws-find-y(ws-finding-count).
            MOVE ws-pair-severity
        STORE-FINDING-EXIT.
            EXIT.

        OPEN-HISTORY-FILE.
            MOVE 0 TO ws-hist-new-count.
            MOVE 0 TO ws-hist-seen-count.
            MOVE 0 TO ws-hist-resolved-count.
            OPEN I-O history-file.
            IF ws-history-status = '00' OR '05'
                MOVE 'Y' TO ws-history-open
            ELSE
                MOVE 'N' TO ws-history-open
                DISPLAY "HELLO: cannot open FINDHIST.DAT"
                    " - file status " ws-history-status
                    " - finding history not updated"
            END-IF.

        CLOSE-HISTORY-FILE.
            IF ws-history-open = 'Y'
                CLOSE history-file
                MOVE 'N' TO ws-history-open
                DISPLAY "HELLO: finding history new "
                    ws-hist-new-count " seen again "
                    ws-hist-seen-count " resolved "
                    ws-hist-resolved-count
            END-IF.

        BUILD-HISTORY-KEY.
            MOVE SPACES TO history-file-rec.
            MOVE ws-find-work-type TO hist-key-type.
            IF ws-find-work-id-b < ws-find-work-id-a
            AND ws-find-work-type NOT = 'K'
                MOVE ws-find-work-id-b TO hist-key-id-a
                MOVE ws-find-work-id-a TO hist-key-id-b
            ELSE
                MOVE ws-find-work-id-a TO hist-key-id-a
                MOVE ws-find-work-id-b TO hist-key-id-b
            END-IF.
            MOVE ws-find-work-x TO hist-key-x.
            MOVE ws-find-work-y TO hist-key-y.

        POST-FINDING-HISTORY.
            IF ws-history-open NOT = 'Y'
                GO TO POST-FINDING-HISTORY-EXIT
            END-IF.
            PERFORM BUILD-HISTORY-KEY.
            READ history-file
                INVALID KEY
                    PERFORM BUILD-HISTORY-KEY
                    MOVE ws-run-date TO hist-first-seen
                    MOVE ws-run-date TO hist-open-since
                    MOVE ws-run-date TO hist-last-seen
                    MOVE 1 TO hist-times-seen
                    MOVE ws-pair-severity TO hist-max-sev
                    MOVE ws-pair-severity TO hist-last-sev
                    MOVE 0 TO hist-resolved
                    MOVE ws-hist-run-id TO hist-last-run
                    WRITE history-file-rec
                        INVALID KEY
                            DISPLAY "HELLO: FINDHIST.DAT write failed"
                                " - file status " ws-history-status
                    END-WRITE
                    ADD 1 TO ws-hist-new-count
                    GO TO POST-FINDING-HISTORY-EXIT
            END-READ.
            IF hist-last-run NOT = ws-hist-run-id
                ADD 1 TO hist-times-seen
                ADD 1 TO ws-hist-seen-count
            END-IF.
            IF hist-resolved NOT = 0
                MOVE 0 TO hist-resolved
                MOVE ws-run-date TO hist-open-since
            END-IF.
            MOVE ws-run-date TO hist-last-seen.
            MOVE ws-hist-run-id TO hist-last-run.
            MOVE ws-pair-severity TO hist-last-sev.
            IF ws-pair-severity > hist-max-sev
                MOVE ws-pair-severity TO hist-max-sev
            END-IF.
            REWRITE history-file-rec
                INVALID KEY
                    DISPLAY "HELLO: FINDHIST.DAT rewrite failed"
                        " - file status " ws-history-status
            END-REWRITE.
        POST-FINDING-HISTORY-EXIT.
            EXIT.

        RESOLVE-FINDING-HISTORY.
            IF ws-history-open NOT = 'Y'
                GO TO RESOLVE-FINDING-HISTORY-EXIT
            END-IF.
            IF ws-restarted = 'Y'
                DISPLAY "HELLO: restarted run - finding history"
                    " not checked for resolved findings"
                GO TO RESOLVE-FINDING-HISTORY-EXIT
            END-IF.
            MOVE LOW-VALUES TO hist-key.
            START history-file KEY IS NOT < hist-key
                INVALID KEY
                    GO TO RESOLVE-FINDING-HISTORY-EXIT
            END-START.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ history-file NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM RESOLVE-ONE-HISTORY
                            THRU RESOLVE-ONE-HISTORY-EXIT
                END-READ
            END-PERFORM.
        RESOLVE-FINDING-HISTORY-EXIT.
            EXIT.

        RESOLVE-ONE-HISTORY.
            IF hist-resolved NOT = 0
            OR hist-last-run = ws-hist-run-id
                GO TO RESOLVE-ONE-HISTORY-EXIT
            END-IF.
            IF ws-run-mode = 'SCREEN'
            AND hist-key-id-a NOT = ws-cable-id(1)
            AND hist-key-id-b NOT = ws-cable-id(1)
                GO TO RESOLVE-ONE-HISTORY-EXIT
            END-IF.
            MOVE 'N' TO ws-hist-both-loaded.
            MOVE hist-key-id-a TO ws-hist-lookup-id.
            PERFORM HISTORY-CHECK-LOADED.
            IF ws-hist-id-loaded = 'Y'
            AND hist-key-type = 'K'
                MOVE 'Y' TO ws-hist-both-loaded
            END-IF.
            IF ws-hist-id-loaded = 'Y'
            AND hist-key-type NOT = 'K'
                MOVE hist-key-id-b TO ws-hist-lookup-id
                PERFORM HISTORY-CHECK-LOADED
                IF ws-hist-id-loaded = 'Y'
                    MOVE 'Y' TO ws-hist-both-loaded
                END-IF
            END-IF.
            IF ws-hist-both-loaded = 'Y'
                MOVE ws-run-date TO hist-resolved
                REWRITE history-file-rec
                    INVALID KEY
                        DISPLAY "HELLO: FINDHIST.DAT rewrite failed"
                            " - file status " ws-history-status
                END-REWRITE
                ADD 1 TO ws-hist-resolved-count
            END-IF.
        RESOLVE-ONE-HISTORY-EXIT.
            EXIT.

        HISTORY-CHECK-LOADED.
            MOVE 'N' TO ws-hist-id-loaded.
            SET a TO 1.
            PERFORM UNTIL a > ws-cable-total
            OR ws-hist-id-loaded = 'Y'
                IF ws-cable-id(a) = ws-hist-lookup-id
                    MOVE 'Y' TO ws-hist-id-loaded
                END-IF
                SET a UP BY 1
            END-PERFORM.
            IF ws-hist-id-loaded NOT = 'Y'
            AND ws-run-mode = 'SCREEN'
                MOVE 1 TO ws-scr-idx
                PERFORM UNTIL ws-scr-idx > ws-scr-count
                OR ws-hist-id-loaded = 'Y'
                    IF ws-scr-id(ws-scr-idx) = ws-hist-lookup-id
                    AND ws-scr-state(ws-scr-idx) = 'S'
                        MOVE 'Y' TO ws-hist-id-loaded
                    END-IF
                    ADD 1 TO ws-scr-idx
                END-PERFORM
            END-IF.

        LOAD-SUPPRESS-FILE.
            MOVE 0 TO ws-suppress-count.
            MOVE 'N' TO WS-EOF.
            MOVE "    date-a tech-a date-b tech-b"
                TO work-order-file-rec.
            WRITE work-order-file-rec.
            MOVE "    (type K: cable-b is the keep-out zone id)"
                TO work-order-file-rec.
            WRITE work-order-file-rec.
            MOVE 1 TO ws-find-idx.
            PERFORM UNTIL ws-find-idx > ws-finding-count
                IF ws-find-sev(ws-find-idx) >= ws-wo-threshold
                END-IF
                SET a UP BY 1
            END-PERFORM.
            IF ws-run-mode = 'SCREEN'
                MOVE 1 TO ws-scr-idx
                PERFORM UNTIL ws-scr-idx > ws-scr-count
                    IF ws-scr-state(ws-scr-idx) = 'S'
                    AND ws-scr-id(ws-scr-idx)
                        = ws-find-id-a(ws-find-idx)
                        MOVE ws-scr-survey(ws-scr-idx) TO ws-wo-svy-a
                        MOVE ws-scr-tech(ws-scr-idx) TO ws-wo-tech-a
                    END-IF
                    IF ws-scr-state(ws-scr-idx) = 'S'
                    AND ws-scr-id(ws-scr-idx)
                        = ws-find-id-b(ws-find-idx)
                        MOVE ws-scr-survey(ws-scr-idx) TO ws-wo-svy-b
                        MOVE ws-scr-tech(ws-scr-idx) TO ws-wo-tech-b
                    END-IF
                    ADD 1 TO ws-scr-idx
                END-PERFORM
            END-IF.
            MOVE ws-find-x(ws-find-idx) TO ws-report-x.
            MOVE ws-find-y(ws-find-idx) TO ws-report-y.
            MOVE SPACES TO ws-wo-line.
            MOVE function max(ws-map-scale-x, ws-map-scale-y)
                TO ws-map-scale.
            MOVE ALL '.' TO ws-map-grid.
            MOVE 1 TO ws-zone-idx.
            PERFORM UNTIL ws-zone-idx > ws-zone-count
                PERFORM MAP-DRAW-ZONE THRU MAP-DRAW-ZONE-EXIT
                ADD 1 TO ws-zone-idx
            END-PERFORM.
            SET a TO 1.
            PERFORM UNTIL a > ws-cable-total
                MOVE a TO ws-cable-file-num
                    ws-map-cell(ws-map-row-idx ws-map-col-idx)
                ADD 1 TO ws-cross-idx
            END-PERFORM.
            MOVE 1 TO ws-cross-idx.
            PERFORM UNTIL ws-cross-idx > ws-zone-hit-count
                MOVE ws-zone-hit-x(ws-cross-idx) TO ws-map-col-num
                MOVE ws-zone-hit-y(ws-cross-idx) TO ws-map-row-num
                PERFORM MAP-LOCATE-CELL
                MOVE '!' TO
                    ws-map-cell(ws-map-row-idx ws-map-col-idx)
                ADD 1 TO ws-cross-idx
            END-PERFORM.
            MOVE 0 TO ws-map-col-num.
            MOVE 0 TO ws-map-row-num.
            PERFORM MAP-LOCATE-CELL.
                PERFORM UNTIL ws-map-col-idx > ws-map-col-hi
                    IF ws-map-cell(ws-map-row-idx ws-map-col-idx)
                        = '.'
                    OR ws-map-cell(ws-map-row-idx ws-map-col-idx)
                        = '#'
                    OR ws-map-cell(ws-map-row-idx ws-map-col-idx)
                        = ws-map-cable-char
                        MOVE ws-map-cable-char TO ws-map-cell
                ADD 1 TO ws-map-row-idx
            END-PERFORM.

        MAP-DRAW-ZONE.
            PERFORM ZONE-CHECK-ACTIVE.
            IF ws-zone-active NOT = 'Y'
            OR ws-zone-lo-x(ws-zone-idx) > ws-map-max-x
            OR ws-zone-hi-x(ws-zone-idx) < ws-map-min-x
            OR ws-zone-lo-y(ws-zone-idx) > ws-map-max-y
            OR ws-zone-hi-y(ws-zone-idx) < ws-map-min-y
                GO TO MAP-DRAW-ZONE-EXIT
            END-IF.
            MOVE ws-zone-lo-x(ws-zone-idx) TO ws-map-col-num.
            MOVE ws-zone-lo-y(ws-zone-idx) TO ws-map-row-num.
            PERFORM MAP-LOCATE-CELL.
            MOVE ws-map-row-idx TO ws-map-row-lo.
            MOVE ws-map-col-idx TO ws-map-col-lo.
            MOVE ws-zone-hi-x(ws-zone-idx) TO ws-map-col-num.
            MOVE ws-zone-hi-y(ws-zone-idx) TO ws-map-row-num.
            PERFORM MAP-LOCATE-CELL.
            MOVE ws-map-row-idx TO ws-map-row-hi.
            MOVE ws-map-col-idx TO ws-map-col-hi.
            MOVE ws-map-row-lo TO ws-map-row-idx.
            PERFORM UNTIL ws-map-row-idx > ws-map-row-hi
                MOVE ws-map-col-lo TO ws-map-col-idx
                PERFORM UNTIL ws-map-col-idx > ws-map-col-hi
                    MOVE '#' TO
                        ws-map-cell(ws-map-row-idx ws-map-col-idx)
                    ADD 1 TO ws-map-col-idx
                END-PERFORM
                ADD 1 TO ws-map-row-idx
            END-PERFORM.
        MAP-DRAW-ZONE-EXIT.
            EXIT.

        MAP-LOCATE-CELL.
            COMPUTE ws-map-col-num =
                ((ws-map-col-num - ws-map-min-x) / ws-map-scale)
            MOVE "        * = crossing, O = origin, . = empty"
                TO map-file-rec.
            WRITE map-file-rec.
            MOVE "        # = keep-out zone, ! = zone encroachment"
                TO map-file-rec.
            WRITE map-file-rec.
            SET a TO 1.
            PERFORM UNTIL a > ws-cable-total
                MOVE a TO ws-cable-file-num
                    ELSE
                        MOVE ws-param-num TO ws-clearance-limit
                    END-IF
                WHEN 'DRIFT-TOLERANCE'
                    IF ws-param-num < 0
                    OR ws-param-num > 99999
                        DISPLAY "HELLO: DRIFT-TOLERANCE must be 0 to"
                            " 99999"
                        MOVE 'Y' TO ws-param-error
                    ELSE
                        MOVE ws-param-num TO ws-drift-tolerance
                    END-IF
                WHEN 'DRIFT-HOLD'
                    IF ws-param-num < 0
                    OR ws-param-num > 99999
                        DISPLAY "HELLO: DRIFT-HOLD must be 0 to"
                            " 99999"
                        MOVE 'Y' TO ws-param-error
                    ELSE
                        MOVE ws-param-num TO ws-drift-hold
                    END-IF
                WHEN 'PARALLEL-MIN'
                    IF ws-param-num < 0
                    OR ws-param-num > 99999
                        DISPLAY "HELLO: PARALLEL-MIN must be 0 to"
                            " 99999"
                        MOVE 'Y' TO ws-param-error
                    ELSE
                        MOVE ws-param-num TO ws-parallel-min
                    END-IF
                WHEN OTHER
                    DISPLAY "HELLO: parameter card: "
                        function trim(param-file-rec)
        LOAD-RULES-RECORD-EXIT.
            EXIT.

        LOAD-ZONE-FILE.
            MOVE 0 TO ws-zone-count.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT zone-file.
            IF ws-zone-status NOT = '00'
            AND ws-zone-status NOT = '05'
                DISPLAY "HELLO: cannot open ZONES.TXT"
                    " - file status " ws-zone-status
                    " - traces not checked for keep-out zones"
                GO TO LOAD-ZONE-FILE-EXIT
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
                DISPLAY "HELLO: zone file has more than "
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
                DISPLAY "HELLO: zone file: zone " zone-rec-id
                    " - bounds, depths or effective date"
                    " not numeric"
                MOVE 'Y' TO ws-param-error
                GO TO LOAD-ZONE-RECORD-EXIT
            END-IF.
            IF zone-rec-lo-x > zone-rec-hi-x
            OR zone-rec-lo-y > zone-rec-hi-y
                DISPLAY "HELLO: zone file: zone " zone-rec-id
                    " - low corner is above the high corner"
                MOVE 'Y' TO ws-param-error
                GO TO LOAD-ZONE-RECORD-EXIT
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
        LOAD-ZONE-RECORD-EXIT.
            EXIT.

        LOAD-CORRECT-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT correct-file.
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
            MOVE 1 TO ws-reg-slot.
            PERFORM UNTIL ws-reg-slot > 5
                MOVE reg-tech-slot(ws-reg-slot)
                    TO ws-reg-tech(ws-registry-count ws-reg-slot)
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
                PERFORM WRITE-REGISTRY-REJECT
                GO TO REGISTRY-CHECK-HEADER-EXIT
            END-IF.
            MOVE 0 TO ws-reg-survey-date.
            IF cable-hdr-date NUMERIC
                MOVE cable-hdr-date TO ws-reg-survey-date
            END-IF.
            IF ws-reg-status(ws-reg-hit) = 'R'
            AND (ws-reg-retired(ws-reg-hit) = 0
            OR ws-reg-survey-date = 0)
                DISPLAY "HELLO: cable "
                    function trim(cable-hdr-id)
                    " is retired in the registry"
                MOVE 'Y' TO WS-EOF
                GO TO REGISTRY-CHECK-HEADER-EXIT
            END-IF.
            IF ws-reg-survey-date > 0
            AND ws-reg-survey-date < ws-reg-inservice(ws-reg-hit)
                DISPLAY "HELLO: cable "
                    function trim(cable-hdr-id)
                    " surveyed " ws-reg-survey-date
                    " before in-service date "
                    ws-reg-inservice(ws-reg-hit)
                    " - load abandoned"
                MOVE 'Y' TO ws-load-failed
                MOVE 'Y' TO WS-EOF
                GO TO REGISTRY-CHECK-HEADER-EXIT
            END-IF.
            IF ws-reg-survey-date > 0
            AND ws-reg-retired(ws-reg-hit) > 0
            AND ws-reg-survey-date > ws-reg-retired(ws-reg-hit)
                DISPLAY "HELLO: cable "
                    function trim(cable-hdr-id)
                    " surveyed " ws-reg-survey-date
                    " after retirement on "
                    ws-reg-retired(ws-reg-hit)
                    " - load abandoned"
                MOVE 'Y' TO ws-load-failed
                MOVE 'Y' TO WS-EOF
                GO TO REGISTRY-CHECK-HEADER-EXIT
            END-IF.
            MOVE ws-reg-class(ws-reg-hit) TO ws-cable-class(a).
            MOVE 'N' TO ws-reg-on-roster.
            MOVE 1 TO ws-reg-slot.
                IF ws-reg-tech(ws-reg-hit ws-reg-slot)
                    = cable-hdr-tech
                AND cable-hdr-tech NOT = SPACES
                    PERFORM REGISTRY-CHECK-ROSTER-DATES
                END-IF
                ADD 1 TO ws-reg-slot
            END-PERFORM.
            IF ws-reg-on-roster NOT = 'Y'
                MOVE "technician not on roster at survey date"
                    TO ws-reject-reason
                PERFORM WRITE-REGISTRY-REJECT
            END-IF.
        REGISTRY-CHECK-HEADER-EXIT.
            EXIT.

        REGISTRY-CHECK-ROSTER-DATES.
            IF ws-reg-survey-date = 0
                IF ws-reg-tech-to(ws-reg-hit ws-reg-slot) = 0
                    MOVE 'Y' TO ws-reg-on-roster
                END-IF
            ELSE
                IF ws-reg-survey-date
                    >= ws-reg-tech-from(ws-reg-hit ws-reg-slot)
                AND (ws-reg-tech-to(ws-reg-hit ws-reg-slot) = 0
                OR ws-reg-survey-date
                    <= ws-reg-tech-to(ws-reg-hit ws-reg-slot))
                    MOVE 'Y' TO ws-reg-on-roster
                END-IF
            END-IF.

        WRITE-REGISTRY-REJECT.
            MOVE SPACES TO ws-reject-line.
            STRING ws-record-num ' '
        READ-CHECKPOINT-FILE.
            MOVE ALL 'N' TO ws-done-pairs.
            MOVE ALL 'N' TO ws-done-self-list.
            MOVE 0 TO ws-scr-done-count.
            MOVE 'N' TO ws-restarted.
            MOVE 'N' TO ws-pair-open.
            MOVE SPACES TO ws-open-id-a.
            MOVE SPACES TO ws-open-id-b.
            MOVE SPACES TO ws-ckpt-run-id.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT checkpoint-file.
            IF ws-checkpoint-status NOT = '00'
                                MOVE 'Y' TO ws-pair-open
                                MOVE ckpt-id-a TO ws-open-id-a
                                MOVE ckpt-id-b TO ws-open-id-b
                                MOVE ckpt-run-id TO ws-ckpt-run-id
                                MOVE 'Y' TO ws-restarted
                            WHEN ckpt-rec-type = 'P'
                            AND ckpt-a NUMERIC AND ckpt-b NUMERIC
                            AND ckpt-a > 0 AND ckpt-b > 0
                                MOVE 'Y' TO
                                    ws-done-pair(ckpt-a, ckpt-b)
                                MOVE ckpt-run-id TO ws-ckpt-run-id
                                MOVE 'Y' TO ws-restarted
                                MOVE 'N' TO ws-pair-open
                                IF ws-run-mode = 'SCREEN'
                                AND ws-scr-done-count
                                    < ws-max-scr-cables
                                    ADD 1 TO ws-scr-done-count
                                    MOVE ckpt-id-b TO ws-scr-done-id(
                                        ws-scr-done-count)
                                END-IF
                            WHEN ckpt-rec-type = 'S'
                            AND ckpt-a NUMERIC AND ckpt-a > 0
                                MOVE 'Y' TO ws-done-self(ckpt-a)
                                MOVE ckpt-run-id TO ws-ckpt-run-id
                                MOVE 'Y' TO ws-restarted
                                MOVE 'N' TO ws-pair-open
                            WHEN ckpt-rec-type = 'E'
                                MOVE ALL 'N' TO ws-done-pairs
                                MOVE ALL 'N' TO ws-done-self-list
                                MOVE 0 TO ws-scr-done-count
                                MOVE SPACES TO ws-ckpt-run-id
                                MOVE 'N' TO ws-restarted
                                MOVE 'N' TO ws-pair-open
                        END-EVALUATE
            MOVE ws-ckpt-b-num TO ckpt-b.
            MOVE ws-cable-id(ws-ckpt-a-num) TO ckpt-id-a.
            MOVE ws-cable-id(ws-ckpt-b-num) TO ckpt-id-b.
            MOVE ws-hist-run-id TO ckpt-run-id.
            WRITE checkpoint-file-rec.
            CLOSE checkpoint-file.

            MOVE ws-job-id TO ckpt-job.
            MOVE ws-ckpt-a-num TO ckpt-a.
            MOVE ws-ckpt-b-num TO ckpt-b.
            MOVE ws-cable-id(ws-ckpt-a-num) TO ckpt-id-a.
            MOVE ws-cable-id(ws-ckpt-b-num) TO ckpt-id-b.
            MOVE ws-hist-run-id TO ckpt-run-id.
            WRITE checkpoint-file-rec.
            CLOSE checkpoint-file.

            MOVE ws-job-id TO ckpt-job.
            MOVE ws-ckpt-a-num TO ckpt-a.
            MOVE ws-ckpt-a-num TO ckpt-b.
            MOVE ws-hist-run-id TO ckpt-run-id.
            WRITE checkpoint-file-rec.
            CLOSE checkpoint-file.

            MOVE 'ABNORMAL' TO ws-run-status.
            PERFORM WRITE-AUDIT-END.

        ZONE-CHECK-CABLE.
            IF ws-zone-count = 0
                GO TO ZONE-CHECK-CABLE-EXIT
            END-IF.
            MOVE 1 TO ws-zone-idx.
            PERFORM UNTIL ws-zone-idx > ws-zone-count
                MOVE 'N' TO ws-zone-inside(ws-zone-idx)
                ADD 1 TO ws-zone-idx
            END-PERFORM.
            SET i TO 1.
            PERFORM UNTIL i > ws-cable-number(a)
                MOVE 1 TO ws-zone-idx
                PERFORM UNTIL ws-zone-idx > ws-zone-count
                    PERFORM ZONE-CHECK-SEGMENT
                        THRU ZONE-CHECK-SEGMENT-EXIT
                    ADD 1 TO ws-zone-idx
                END-PERFORM
                SET i UP BY 1
            END-PERFORM.
        ZONE-CHECK-CABLE-EXIT.
            EXIT.

        ZONE-CHECK-ACTIVE.
            IF ws-zone-effective(ws-zone-idx) > ws-run-date
            OR (ws-zone-expiry(ws-zone-idx) NOT = 0
            AND ws-zone-expiry(ws-zone-idx) NOT > ws-run-date)
                MOVE 'N' TO ws-zone-active
            ELSE
                MOVE 'Y' TO ws-zone-active
            END-IF.

        ZONE-CHECK-SEGMENT.
            PERFORM ZONE-CHECK-ACTIVE.
            IF ws-zone-active NOT = 'Y'
                GO TO ZONE-CHECK-SEGMENT-EXIT
            END-IF.
            MOVE 'N' TO ws-zone-depth-ok.
            IF ws-seg-depth(a i) = 0
                MOVE 'Y' TO ws-zone-depth-ok
            END-IF.
            IF ws-seg-depth(a i) >= ws-zone-depth-lo(ws-zone-idx)
            AND (ws-zone-depth-hi(ws-zone-idx) = 0
            OR ws-seg-depth(a i) <= ws-zone-depth-hi(ws-zone-idx))
                MOVE 'Y' TO ws-zone-depth-ok
            END-IF.
            IF ws-zone-depth-ok NOT = 'Y'
                MOVE 'N' TO ws-zone-inside(ws-zone-idx)
                GO TO ZONE-CHECK-SEGMENT-EXIT
            END-IF.
            MOVE 0 TO ws-zone-sx.
            MOVE 0 TO ws-zone-sy.
            IF ws-seg-true-end-x(a i) > ws-seg-true-start-x(a i)
                MOVE 1 TO ws-zone-sx
            END-IF.
            IF ws-seg-true-end-x(a i) < ws-seg-true-start-x(a i)
                MOVE -1 TO ws-zone-sx
            END-IF.
            IF ws-seg-true-end-y(a i) > ws-seg-true-start-y(a i)
                MOVE 1 TO ws-zone-sy
            END-IF.
            IF ws-seg-true-end-y(a i) < ws-seg-true-start-y(a i)
                MOVE -1 TO ws-zone-sy
            END-IF.
            COMPUTE ws-zone-len = function max(
                function abs(ws-seg-true-end-x(a i)
                    - ws-seg-true-start-x(a i)),
                function abs(ws-seg-true-end-y(a i)
                    - ws-seg-true-start-y(a i))).
            MOVE 0 TO ws-zone-t-lo.
            MOVE ws-zone-len TO ws-zone-t-hi.
            MOVE ws-seg-true-start-x(a i) TO ws-zone-p0.
            MOVE ws-zone-sx TO ws-zone-s.
            MOVE ws-zone-lo-x(ws-zone-idx) TO ws-zone-lo.
            MOVE ws-zone-hi-x(ws-zone-idx) TO ws-zone-hi.
            PERFORM ZONE-CLIP-AXIS.
            MOVE ws-seg-true-start-y(a i) TO ws-zone-p0.
            MOVE ws-zone-sy TO ws-zone-s.
            MOVE ws-zone-lo-y(ws-zone-idx) TO ws-zone-lo.
            MOVE ws-zone-hi-y(ws-zone-idx) TO ws-zone-hi.
            PERFORM ZONE-CLIP-AXIS.
            IF ws-zone-t-lo > ws-zone-t-hi
                MOVE 'N' TO ws-zone-inside(ws-zone-idx)
                GO TO ZONE-CHECK-SEGMENT-EXIT
            END-IF.
            IF ws-zone-t-lo = 0
            AND ws-zone-inside(ws-zone-idx) = 'Y'
                GO TO ZONE-CHECK-SEGMENT-EXIT
            END-IF.
            MOVE 'Y' TO ws-zone-inside(ws-zone-idx).
            COMPUTE ws-zone-entry-x =
                ws-seg-true-start-x(a i) + ws-zone-sx * ws-zone-t-lo.
            COMPUTE ws-zone-entry-y =
                ws-seg-true-start-y(a i) + ws-zone-sy * ws-zone-t-lo.
            PERFORM WRITE-ZONE-DETAIL.
        ZONE-CHECK-SEGMENT-EXIT.
            EXIT.

        ZONE-CLIP-AXIS.
            IF ws-zone-s = 0
                IF ws-zone-p0 < ws-zone-lo
                OR ws-zone-p0 > ws-zone-hi
                    COMPUTE ws-zone-t-lo = ws-zone-t-hi + 1
                END-IF
            ELSE
                IF ws-zone-s = 1
                    COMPUTE ws-zone-t-lo = function max(ws-zone-t-lo,
                        ws-zone-lo - ws-zone-p0)
                    COMPUTE ws-zone-t-hi = function min(ws-zone-t-hi,
                        ws-zone-hi - ws-zone-p0)
                ELSE
                    COMPUTE ws-zone-t-lo = function max(ws-zone-t-lo,
                        ws-zone-p0 - ws-zone-hi)
                    COMPUTE ws-zone-t-hi = function min(ws-zone-t-hi,
                        ws-zone-p0 - ws-zone-lo)
                END-IF
            END-IF.

        RESOLVE-ZONE-RULES.
            MOVE 0 TO ws-rule-hit.
            MOVE 1 TO ws-rule-idx.
            PERFORM UNTIL ws-rule-idx > ws-rules-count
            OR ws-rule-hit > 0
                IF (ws-rule-class-a(ws-rule-idx)
                    = ws-cable-class(a)
                AND ws-rule-class-b(ws-rule-idx)
                    = ws-zone-class(ws-zone-idx))
                OR (ws-rule-class-a(ws-rule-idx)
                    = ws-zone-class(ws-zone-idx)
                AND ws-rule-class-b(ws-rule-idx)
                    = ws-cable-class(a))
                    MOVE ws-rule-idx TO ws-rule-hit
                END-IF
                ADD 1 TO ws-rule-idx
            END-PERFORM.
            IF ws-rule-hit > 0
                MOVE ws-rule-severity(ws-rule-hit)
                    TO ws-pair-severity
            ELSE
                MOVE 1 TO ws-pair-severity
            END-IF.
            EVALUATE ws-pair-severity
                WHEN 3
                    MOVE 'SEV' TO ws-severity-code
                WHEN 2
                    MOVE 'WRN' TO ws-severity-code
                WHEN OTHER
                    MOVE 'RTN' TO ws-severity-code
            END-EVALUATE.

        WRITE-ZONE-DETAIL.
            PERFORM RESOLVE-ZONE-RULES.
            ADD 1 TO ws-encroach-count.
            MOVE ws-cable-id(a) TO ws-report-a.
            MOVE ws-zone-id(ws-zone-idx) TO ws-report-b.
            MOVE ws-zone-entry-x TO ws-report-x.
            MOVE ws-zone-entry-y TO ws-report-y.
            MOVE SPACES TO ws-report-line.
            STRING "K " function trim(ws-report-a) " "
                function trim(ws-report-b) " "
                ws-report-x " " ws-report-y " "
                ws-zone-class(ws-zone-idx)
                " " ws-severity-code
                DELIMITED BY SIZE INTO ws-report-line.
            MOVE ws-report-line TO report-file-rec.
            WRITE report-file-rec.
            IF ws-pair-severity = 3
                ADD 1 TO ws-severe-count
            END-IF.
            IF ws-zone-hit-count < 500
                ADD 1 TO ws-zone-hit-count
                MOVE ws-zone-entry-x TO ws-zone-hit-x(ws-zone-hit-count)
                MOVE ws-zone-entry-y TO ws-zone-hit-y(ws-zone-hit-count)
            END-IF.
            MOVE 'K' TO ws-find-work-type.
            MOVE ws-report-a TO ws-find-work-id-a.
            MOVE ws-report-b TO ws-find-work-id-b.
            MOVE ws-zone-entry-x TO ws-find-work-x.
            MOVE ws-zone-entry-y TO ws-find-work-y.
            PERFORM STORE-FINDING THRU STORE-FINDING-EXIT.
            MOVE ws-zone-entry-x TO ws-ext-n1.
            MOVE ws-zone-entry-y TO ws-ext-n2.
            MOVE SPACES TO ws-extract-line.
            STRING 'K' ','
                function trim(ws-report-a) ','
                function trim(ws-report-b) ','
                function trim(ws-ext-n1) ','
                function trim(ws-ext-n2) ','
                ws-zone-class(ws-zone-idx) ','
                ws-severity-code
                DELIMITED BY SIZE INTO ws-extract-line.
            MOVE ws-extract-line TO extract-file-rec.
            WRITE extract-file-rec.
            ADD 1 TO ws-extract-count.

        COMPARE-CABLES.
            ADD 1 TO ws-pair-count.
            PERFORM RESOLVE-PAIR-RULES.
                END-PERFORM
            END-IF.

            MOVE 0 TO ws-par-count.
            MOVE 'N' TO ws-par-full.
            SET j TO 1.
            PERFORM UNTIL j > ws-cable-number(b)
                IF ws-seg-orient(b j) = 'H'
                OR ws-seg-orient(b j) = 'V'
                    PERFORM PARALLEL-SCAN-FOR-J
                END-IF
                SET j UP BY 1
            END-PERFORM.
            PERFORM WRITE-PARALLEL-RUNS.

            DISPLAY "cable " function trim(ws-cable-id(a))
                    " x cable " function trim(ws-cable-id(b))
                    " minX: " ws-min-intersect-x
                ADD 1 TO ws-severe-count
            END-IF.
            MOVE 'N' TO ws-find-work-type.
            MOVE ws-cable-id(a) TO ws-find-work-id-a.
            MOVE ws-cable-id(b) TO ws-find-work-id-b.
            MOVE ws-near-x TO ws-find-work-x.
            MOVE ws-near-y TO ws-find-work-y.
            PERFORM STORE-FINDING THRU STORE-FINDING-EXIT.
        CLEARANCE-CHECK-CANDIDATE-EXIT.
            EXIT.

        PARALLEL-SCAN-FOR-J.
            IF ws-seg-orient(b j) = 'H'
                COMPUTE ws-bucket-key =
                    ws-seg-start-y(b j) - ws-pair-clearance
                PERFORM COMPUTE-BUCKET-NUM
                MOVE ws-bucket-num TO ws-bucket-lo
                COMPUTE ws-bucket-key =
                    ws-seg-start-y(b j) + ws-pair-clearance
                PERFORM COMPUTE-BUCKET-NUM
                MOVE ws-bucket-num TO ws-bucket-hi
                MOVE ws-bucket-lo TO ws-bucket-idx
                PERFORM UNTIL ws-bucket-idx > ws-bucket-hi
                    MOVE ws-h-bucket-head(a ws-bucket-idx)
                        TO ws-chain-ptr
                    PERFORM UNTIL ws-chain-ptr = 0
                        SET i TO ws-chain-ptr
                        PERFORM PARALLEL-CHECK-CANDIDATE
                            THRU PARALLEL-CHECK-CANDIDATE-EXIT
                        MOVE ws-seg-bucket-next(a i) TO ws-chain-ptr
                    END-PERFORM
                    ADD 1 TO ws-bucket-idx
                END-PERFORM
            ELSE
                COMPUTE ws-bucket-key =
                    ws-seg-start-x(b j) - ws-pair-clearance
                PERFORM COMPUTE-BUCKET-NUM
                MOVE ws-bucket-num TO ws-bucket-lo
                COMPUTE ws-bucket-key =
                    ws-seg-start-x(b j) + ws-pair-clearance
                PERFORM COMPUTE-BUCKET-NUM
                MOVE ws-bucket-num TO ws-bucket-hi
                MOVE ws-bucket-lo TO ws-bucket-idx
                PERFORM UNTIL ws-bucket-idx > ws-bucket-hi
                    MOVE ws-v-bucket-head(a ws-bucket-idx)
                        TO ws-chain-ptr
                    PERFORM UNTIL ws-chain-ptr = 0
                        SET i TO ws-chain-ptr
                        PERFORM PARALLEL-CHECK-CANDIDATE
                            THRU PARALLEL-CHECK-CANDIDATE-EXIT
                        MOVE ws-seg-bucket-next(a i) TO ws-chain-ptr
                    END-PERFORM
                    ADD 1 TO ws-bucket-idx
                END-PERFORM
            END-IF.

        PARALLEL-CHECK-CANDIDATE.
            IF ws-seg-orient(a i) NOT = ws-seg-orient(b j)
                GO TO PARALLEL-CHECK-CANDIDATE-EXIT
            END-IF.
            IF ws-seg-orient(b j) = 'H'
                COMPUTE ws-par-gap =
                    ws-seg-start-y(a i) - ws-seg-start-y(b j)
                COMPUTE ws-par-lo = function max(
                    ws-seg-start-x(a i), ws-seg-start-x(b j))
                COMPUTE ws-par-hi = function min(
                    ws-seg-end-x(a i), ws-seg-end-x(b j))
            ELSE
                COMPUTE ws-par-gap =
                    ws-seg-start-x(a i) - ws-seg-start-x(b j)
                COMPUTE ws-par-lo = function max(
                    ws-seg-start-y(a i), ws-seg-start-y(b j))
                COMPUTE ws-par-hi = function min(
                    ws-seg-end-y(a i), ws-seg-end-y(b j))
            END-IF.
            IF ws-par-gap < 0
                COMPUTE ws-par-gap = 0 - ws-par-gap
            END-IF.
            IF ws-par-gap > ws-pair-clearance
            OR ws-par-hi NOT > ws-par-lo
                GO TO PARALLEL-CHECK-CANDIDATE-EXIT
            END-IF.
            IF ws-par-count >= ws-max-par-pieces
                IF ws-par-full NOT = 'Y'
                    DISPLAY "HELLO: cable "
                        function trim(ws-cable-id(a))
                        " x cable " function trim(ws-cable-id(b))
                        " has more than " ws-max-par-pieces
                        " parallel pieces - remainder not reported"
                    MOVE 'Y' TO ws-par-full
                END-IF
                GO TO PARALLEL-CHECK-CANDIDATE-EXIT
            END-IF.
            ADD 1 TO ws-par-count.
            MOVE ws-seg-orient(b j) TO ws-par-orient(ws-par-count).
            IF ws-seg-orient(b j) = 'H'
                MOVE ws-seg-start-y(a i)
                    TO ws-par-line-a(ws-par-count)
                MOVE ws-seg-start-y(b j)
                    TO ws-par-line-b(ws-par-count)
            ELSE
                MOVE ws-seg-start-x(a i)
                    TO ws-par-line-a(ws-par-count)
                MOVE ws-seg-start-x(b j)
                    TO ws-par-line-b(ws-par-count)
            END-IF.
            MOVE ws-par-lo TO ws-par-from(ws-par-count).
            MOVE ws-par-hi TO ws-par-to(ws-par-count).
            MOVE ws-seg-depth(a i) TO ws-par-depth-a(ws-par-count).
            MOVE ws-seg-depth(b j) TO ws-par-depth-b(ws-par-count).
            MOVE 'N' TO ws-par-merged(ws-par-count).
        PARALLEL-CHECK-CANDIDATE-EXIT.
            EXIT.

        MERGE-PARALLEL-PIECES.
            MOVE 'Y' TO ws-par-changed.
            PERFORM UNTIL ws-par-changed = 'N'
                MOVE 'N' TO ws-par-changed
                MOVE 1 TO ws-par-idx
                PERFORM UNTIL ws-par-idx > ws-par-count
                    IF ws-par-merged(ws-par-idx) NOT = 'Y'
                        PERFORM MERGE-ONE-PIECE
                    END-IF
                    ADD 1 TO ws-par-idx
                END-PERFORM
            END-PERFORM.

        MERGE-ONE-PIECE.
            MOVE 1 TO ws-par-idx2.
            PERFORM UNTIL ws-par-idx2 > ws-par-count
                IF ws-par-idx2 NOT = ws-par-idx
                AND ws-par-merged(ws-par-idx2) NOT = 'Y'
                AND ws-par-orient(ws-par-idx2)
                    = ws-par-orient(ws-par-idx)
                AND ws-par-line-a(ws-par-idx2)
                    = ws-par-line-a(ws-par-idx)
                AND ws-par-line-b(ws-par-idx2)
                    = ws-par-line-b(ws-par-idx)
                AND ws-par-depth-a(ws-par-idx2)
                    = ws-par-depth-a(ws-par-idx)
                AND ws-par-depth-b(ws-par-idx2)
                    = ws-par-depth-b(ws-par-idx)
                AND ws-par-from(ws-par-idx2)
                    NOT > ws-par-to(ws-par-idx)
                AND ws-par-to(ws-par-idx2)
                    NOT < ws-par-from(ws-par-idx)
                    COMPUTE ws-par-from(ws-par-idx) = function min(
                        ws-par-from(ws-par-idx),
                        ws-par-from(ws-par-idx2))
                    COMPUTE ws-par-to(ws-par-idx) = function max(
                        ws-par-to(ws-par-idx),
                        ws-par-to(ws-par-idx2))
                    MOVE 'Y' TO ws-par-merged(ws-par-idx2)
                    MOVE 'Y' TO ws-par-changed
                END-IF
                ADD 1 TO ws-par-idx2
            END-PERFORM.

        WRITE-PARALLEL-RUNS.
            PERFORM MERGE-PARALLEL-PIECES.
            MOVE 0 TO ws-par-pair-runs.
            MOVE 0 TO ws-par-pair-length.
            MOVE 1 TO ws-par-idx.
            PERFORM UNTIL ws-par-idx > ws-par-count
                COMPUTE ws-par-length =
                    ws-par-to(ws-par-idx) - ws-par-from(ws-par-idx)
                IF ws-par-merged(ws-par-idx) NOT = 'Y'
                AND ws-par-length >= ws-parallel-min
                    PERFORM WRITE-PARALLEL-LINE
                END-IF
                ADD 1 TO ws-par-idx
            END-PERFORM.
            MOVE ws-par-pair-runs TO ws-ext-n1.
            MOVE ws-par-pair-length TO ws-ext-n2.
            MOVE SPACES TO ws-trench-line.
            STRING "T " function trim(ws-cable-id(a))
                " " function trim(ws-cable-id(b))
                " " function trim(ws-ext-n1)
                " " function trim(ws-ext-n2)
                " " ws-severity-code
                DELIMITED BY SIZE INTO ws-trench-line.
            MOVE ws-trench-line TO trench-file-rec.
            WRITE trench-file-rec.
            IF ws-par-pair-runs > 0
                ADD 1 TO ws-par-job-pairs
            END-IF.

        WRITE-PARALLEL-LINE.
            ADD 1 TO ws-par-pair-runs.
            ADD 1 TO ws-par-job-runs.
            ADD ws-par-length TO ws-par-pair-length.
            ADD ws-par-length TO ws-par-job-length.
            IF ws-par-orient(ws-par-idx) = 'H'
                MOVE ws-par-from(ws-par-idx) TO ws-ext-n1
                MOVE ws-par-line-a(ws-par-idx) TO ws-ext-n2
                MOVE ws-par-to(ws-par-idx) TO ws-ext-n3
                MOVE ws-par-line-a(ws-par-idx) TO ws-ext-n4
            ELSE
                MOVE ws-par-line-a(ws-par-idx) TO ws-ext-n1
                MOVE ws-par-from(ws-par-idx) TO ws-ext-n2
                MOVE ws-par-line-a(ws-par-idx) TO ws-ext-n3
                MOVE ws-par-to(ws-par-idx) TO ws-ext-n4
            END-IF.
            MOVE ws-par-length TO ws-ext-n5.
            COMPUTE ws-par-gap = function abs(
                ws-par-line-a(ws-par-idx) - ws-par-line-b(ws-par-idx)).
            MOVE ws-par-gap TO ws-ext-n6.
            MOVE SPACES TO ws-trench-line.
            STRING "P " function trim(ws-cable-id(a))
                " " function trim(ws-cable-id(b))
                " " function trim(ws-ext-n1)
                " " function trim(ws-ext-n2)
                " " function trim(ws-ext-n3)
                " " function trim(ws-ext-n4)
                " " function trim(ws-ext-n5)
                " " function trim(ws-ext-n6)
                " " ws-par-depth-a(ws-par-idx)
                " " ws-par-depth-b(ws-par-idx)
                " " ws-severity-code
                DELIMITED BY SIZE INTO ws-trench-line.
            MOVE ws-trench-line TO trench-file-rec.
            WRITE trench-file-rec.

        WRITE-TRENCH-HEADER.
            OPEN OUTPUT trench-file.
            MOVE "rectype cable-a cable-b start-x start-y end-x end-y"
                TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "    length gap depth-a depth-b severity"
                TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "P = parallel run - the two cables overlap or run"
                TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "    within the pair clearance (coordinates along"
                TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "    cable-a)" TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "T = pair total (T cable-a cable-b runs length"
                TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "    severity)" TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE "J = job total (J job pairs runs length)"
                TO trench-file-rec.
            WRITE trench-file-rec.
            MOVE ws-parallel-min TO ws-ext-n1.
            MOVE SPACES TO ws-trench-line.
            STRING "parameters: minimum run " function trim(ws-ext-n1)
                DELIMITED BY SIZE INTO ws-trench-line.
            MOVE ws-trench-line TO trench-file-rec.
            WRITE trench-file-rec.

        WRITE-TRENCH-TRAILER.
            MOVE ws-par-job-pairs TO ws-ext-n1.
            MOVE ws-par-job-runs TO ws-ext-n2.
            MOVE ws-par-job-length TO ws-ext-sum-disp.
            MOVE SPACES TO ws-trench-line.
            STRING "J " function trim(ws-job-id)
                " " function trim(ws-ext-n1)
                " " function trim(ws-ext-n2)
                " " function trim(ws-ext-sum-disp)
                DELIMITED BY SIZE INTO ws-trench-line.
            MOVE ws-trench-line TO trench-file-rec.
            WRITE trench-file-rec.
            CLOSE trench-file.

        READ-TRENCH-TOTALS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT trench-file.
            PERFORM UNTIL WS-EOF = 'Y'
                READ trench-file
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO ws-par-tok-list
                        UNSTRING trench-file-rec
                            DELIMITED BY ALL ' '
                            INTO ws-par-tok(1) ws-par-tok(2)
                            ws-par-tok(3) ws-par-tok(4)
                            ws-par-tok(5) ws-par-tok(6)
                            ws-par-tok(7) ws-par-tok(8)
                        EVALUATE TRUE
                            WHEN ws-par-tok(2) = '='
                                CONTINUE
                            WHEN ws-par-tok(1) = 'P'
                                ADD 1 TO ws-par-job-runs
                                ADD function numval(ws-par-tok(8))
                                    TO ws-par-job-length
                            WHEN ws-par-tok(1) = 'T'
                                IF function numval(ws-par-tok(4)) > 0
                                    ADD 1 TO ws-par-job-pairs
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE trench-file.

        BUCKET-INSERT-SEGMENT.
            IF ws-seg-start-y(a i) = ws-seg-end-y(a i)
                MOVE 'H' TO ws-seg-orient(a i)
                ADD 1 TO ws-severe-count
            END-IF.
            MOVE ws-report-rectype(1:1) TO ws-find-work-type.
            MOVE ws-cable-id(a) TO ws-find-work-id-a.
            MOVE ws-cable-id(b) TO ws-find-work-id-b.
            MOVE ws-intersect-x TO ws-find-work-x.
            MOVE ws-intersect-y TO ws-find-work-y.
            PERFORM STORE-FINDING THRU STORE-FINDING-EXIT.
