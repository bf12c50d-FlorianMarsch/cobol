IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-line-history.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT run-control-file ASSIGN TO "fish-bottle-runctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-control-status.
    SELECT line-detail-file ASSIGN TO "fish-bottle-line-detail.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS line-detail-status.
    SELECT routing-out-file ASSIGN TO "fish-bottle-routing-out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-out-status.
    SELECT line-history-file ASSIGN TO "fish-bottle-line-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS line-history-status.
    SELECT work-file ASSIGN TO "fish-bottle-line-history-work.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS work-status.

DATA DIVISION.
FILE SECTION.
FD  run-control-file.
01  run-control-record.
    05 runctl-business-date  pic 9(8).
    05 runctl-separator-1    pic x.
    05 runctl-input-count    pic 9(6).
    05 runctl-separator-2    pic x.
    05 runctl-checksum       pic 9(9).
    05 runctl-separator-3    pic x.
    05 runctl-status         pic x.
    05 runctl-separator-4    pic x.
    05 runctl-run-start      pic 9(14).
    05 runctl-separator-5    pic x.
    05 runctl-segment        pic 9(2).

FD  line-detail-file.
01  line-detail-record.
    COPY "fbldet.cpy".

FD  routing-out-file.
01  routing-out-record.
    05 route-batch-number    pic 9(6).
    05 route-separator-1     pic x.
    05 route-lane            pic x(4).
    05 route-separator-2     pic x.
    05 route-class           pic x(15).

FD  line-history-file.
01  line-history-record.
    COPY "fblhist.cpy".

FD  work-file.
01  work-record              pic x(100).

WORKING-STORAGE SECTION.
    01 run-control-status    pic xx.
    01 line-detail-status    pic xx.
    01 routing-out-status    pic xx.
    01 line-history-status   pic xx.
    01 work-status           pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 business-date         pic 9(8) value 0.
    01 count-replaced        pic 9(6) value 0.
    01 count-kept            pic 9(6) value 0.
    01 count-added           pic 9(6) value 0.

    01 lane-table.
        05 lane-count        pic 9(5) value 0.
        05 lane-entry OCCURS 5000 TIMES.
            10 lane-batch        pic 9(6).
            10 lane-code         pic x(4).
    01 lane-scan             pic 9(5) value 0.
    01 lane-found-at         pic 9(5) value 0.
    01 lane-full-warned      pic x value 'N'.

PROCEDURE DIVISION.
    MOVE 0 TO business-date
    MOVE 0 TO count-replaced
    MOVE 0 TO count-kept
    MOVE 0 TO count-added
    OPEN INPUT run-control-file
    IF run-control-status = "00"
        READ run-control-file
        IF run-control-status = "00"
           AND runctl-business-date NUMERIC
            MOVE runctl-business-date TO business-date
        END-IF
        CLOSE run-control-file
    END-IF
    IF business-date = 0
        DISPLAY "No business date in fish-bottle-runctl.dat -"
            " line history not updated"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM LOAD-ROUTED-LANES
    PERFORM DROP-BUSINESS-DATE-FROM-HISTORY
    PERFORM APPEND-LINE-DETAIL-TO-HISTORY
    DISPLAY "Line history for " business-date ": " count-added
        " added, " count-replaced " replaced, " count-kept
        " earlier records kept"
    GOBACK.

DROP-BUSINESS-DATE-FROM-HISTORY.
    MOVE 'N' TO file-eof
    OPEN INPUT line-history-file
    IF line-history-status NOT = "00"
        SET is-file-eof TO TRUE
    ELSE
        OPEN OUTPUT work-file
    END-IF
    PERFORM UNTIL is-file-eof
        READ line-history-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF lhist-business-date = business-date
                    ADD 1 TO count-replaced
                ELSE
                    ADD 1 TO count-kept
                    MOVE line-history-record TO work-record
                    WRITE work-record
                END-IF
        END-READ
    END-PERFORM
    IF line-history-status = "00" OR line-history-status = "10"
        CLOSE line-history-file
        CLOSE work-file
        PERFORM REWRITE-HISTORY-FROM-WORK
    END-IF.

REWRITE-HISTORY-FROM-WORK.
    MOVE 'N' TO file-eof
    OPEN INPUT work-file
    OPEN OUTPUT line-history-file
    PERFORM UNTIL is-file-eof
        READ work-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE work-record TO line-history-record
                WRITE line-history-record
        END-READ
    END-PERFORM
    CLOSE work-file
    CLOSE line-history-file.

LOAD-ROUTED-LANES.
    MOVE 0 TO lane-count
    MOVE 'N' TO file-eof
    OPEN INPUT routing-out-file
    IF routing-out-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ routing-out-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM LOAD-ONE-ROUTED-LANE
        END-READ
    END-PERFORM
    IF routing-out-status = "00" OR routing-out-status = "10"
        CLOSE routing-out-file
    END-IF.

LOAD-ONE-ROUTED-LANE.
    MOVE 0 TO lane-found-at
    PERFORM VARYING lane-scan FROM 1 BY 1
            UNTIL lane-scan > lane-count
        IF lane-batch(lane-scan) = route-batch-number
            MOVE lane-scan TO lane-found-at
            MOVE lane-count TO lane-scan
        END-IF
    END-PERFORM
    IF lane-found-at = 0
        IF lane-count < 5000
            ADD 1 TO lane-count
            MOVE lane-count TO lane-found-at
            MOVE route-batch-number TO lane-batch(lane-found-at)
        ELSE
            IF lane-full-warned = 'N'
                DISPLAY "WARNING: more than 5000 routed batches -"
                    " lanes not recorded for the rest"
                MOVE 'Y' TO lane-full-warned
            END-IF
        END-IF
    END-IF
    IF lane-found-at > 0
        MOVE route-lane TO lane-code(lane-found-at)
    END-IF.

APPEND-LINE-DETAIL-TO-HISTORY.
    MOVE 'N' TO file-eof
    OPEN INPUT line-detail-file
    IF line-detail-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    OPEN EXTEND line-history-file
    IF line-history-status NOT = "00"
        OPEN OUTPUT line-history-file
    END-IF
    PERFORM UNTIL is-file-eof
        READ line-detail-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE SPACE TO line-history-record
                MOVE business-date TO lhist-business-date
                MOVE SPACE TO lhist-separator-0
                MOVE ldet-batch-number TO lhist-batch-number
                MOVE SPACE TO lhist-separator-1
                MOVE ldet-plant TO lhist-plant
                MOVE SPACE TO lhist-separator-2
                MOVE ldet-line-number TO lhist-line-number
                MOVE SPACE TO lhist-separator-3
                MOVE ldet-gross-weight TO lhist-gross-weight
                MOVE SPACE TO lhist-separator-4
                MOVE ldet-class TO lhist-class
                MOVE SPACE TO lhist-separator-5
                PERFORM FIND-ROUTED-LANE
                WRITE line-history-record
                ADD 1 TO count-added
        END-READ
    END-PERFORM
    IF line-detail-status = "00" OR line-detail-status = "10"
        CLOSE line-detail-file
    END-IF
    CLOSE line-history-file.

FIND-ROUTED-LANE.
    MOVE SPACE TO lhist-lane
    PERFORM VARYING lane-scan FROM 1 BY 1
            UNTIL lane-scan > lane-count
        IF lane-batch(lane-scan) = ldet-batch-number
            MOVE lane-code(lane-scan) TO lhist-lane
            MOVE lane-count TO lane-scan
        END-IF
    END-PERFORM.
