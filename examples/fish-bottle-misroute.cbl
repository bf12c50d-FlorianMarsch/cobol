IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-misroute.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT scan-file ASSIGN TO "fish-bottle-scan-events.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scan-status.
    SELECT audit-file ASSIGN TO "fish-bottle-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-status.
    SELECT routing-out-file ASSIGN TO "fish-bottle-routing-out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-out-status.
    SELECT station-file ASSIGN TO "fish-bottle-stations.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS station-status.
    SELECT scan-sort-file ASSIGN TO "fish-bottle-misroute-scan.tmp".
    SELECT sorted-scan-file ASSIGN TO "fish-bottle-misroute-scans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-scan-status.
    SELECT label-sort-file ASSIGN TO "fish-bottle-misroute-label.tmp".
    SELECT sorted-label-file ASSIGN TO "fish-bottle-misroute-labels.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-label-status.
    SELECT misroute-report-file
        ASSIGN TO "fish-bottle-misroute-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS misroute-report-status.

DATA DIVISION.
FILE SECTION.
FD  scan-file.
01  scan-record.
    05 scn-barcode           pic x(19).
    05 scn-separator-1       pic x.
    05 scn-station           pic x(4).
    05 scn-separator-2       pic x.
    05 scn-timestamp         pic 9(14).

FD  audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  routing-out-file.
01  routing-out-record.
    05 route-batch-number    pic 9(6).
    05 route-separator-1     pic x.
    05 route-lane            pic x(4).
    05 route-separator-2     pic x.
    05 route-class           pic x(15).

FD  station-file.
01  station-record.
    05 stn-station           pic x(4).
    05 stn-separator-1       pic x.
    05 stn-lane              pic x(4).
    05 stn-separator-2       pic x.
    05 stn-first-limit       pic 9(4).
    05 stn-separator-3       pic x.
    05 stn-between-limit     pic 9(4).

SD  scan-sort-file.
01  scan-sort-record.
    05 scns-key              pic x(14).
    05 scns-separator-1      pic x.
    05 scns-timestamp        pic 9(14).
    05 scns-separator-2      pic x.
    05 scns-station          pic x(4).

FD  sorted-scan-file.
01  sorted-scan-record.
    05 sscn-key              pic x(14).
    05 sscn-separator-1      pic x.
    05 sscn-timestamp        pic 9(14).
    05 sscn-separator-2      pic x.
    05 sscn-station          pic x(4).

SD  label-sort-file.
01  label-sort-record.
    05 lbls-key              pic x(14).
    05 lbls-separator-1      pic x.
    05 lbls-issued           pic x(14).
    05 lbls-separator-2      pic x.
    05 lbls-uuid             pic x(36).

FD  sorted-label-file.
01  sorted-label-record.
    05 slbl-key              pic x(14).
    05 slbl-separator-1      pic x.
    05 slbl-issued           pic x(14).
    05 slbl-separator-2      pic x.
    05 slbl-uuid             pic x(36).

FD  misroute-report-file.
01  misroute-report-line     pic x(100).

WORKING-STORAGE SECTION.
    01 scan-status           pic xx.
    01 audit-status          pic xx.
    01 routing-out-status    pic xx.
    01 station-status        pic xx.
    01 sorted-scan-status    pic xx.
    01 sorted-label-status   pic xx.
    01 misroute-report-status pic xx.

    01 scan-eof              pic x value 'N'.
        88 is-scan-eof value 'Y'.
    01 audit-eof             pic x value 'N'.
        88 is-audit-eof value 'Y'.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 sorted-scan-eof       pic x value 'N'.
        88 is-sorted-scan-eof value 'Y'.
    01 sorted-label-eof      pic x value 'N'.
        88 is-sorted-label-eof value 'Y'.

    01 station-table.
        05 station-count     pic 9(3) value 0.
        05 station-entry OCCURS 100 TIMES.
            10 station-table-id      pic x(4).
            10 station-table-lane    pic x(4).
            10 station-table-first   pic 9(4).
            10 station-table-between pic 9(4).
    01 station-scan          pic 9(3) value 0.
    01 station-index         pic 9(3) value 0.

    01 route-table.
        05 route-count       pic 9(5) value 0.
        05 route-entry OCCURS 5000 TIMES.
            10 route-table-batch   pic 9(6).
            10 route-table-lane    pic x(4).
            10 route-table-scanned pic x.
    01 route-scan            pic 9(5) value 0.
    01 route-index           pic 9(5) value 0.
    01 route-full-warned     pic x value 'N'.

    01 group-key             pic x(14) value space.
    01 group-uuid            pic x(36) value space.
    01 group-lane            pic x(4) value space.
    01 group-label-found     pic x value 'N'.
        88 is-group-label-found value 'Y'.
    01 group-first-scan      pic x value 'Y'.
        88 is-group-first-scan value 'Y'.
    01 prior-stamp           pic 9(14) value 0.
    01 prior-station         pic x(4) value space.
    01 group-batch           pic 9(6) value 0.

    01 stamp-work            pic 9(14).
    01 stamp-parts REDEFINES stamp-work.
        05 stamp-date        pic 9(8).
        05 stamp-hours       pic 9(2).
        05 stamp-minute      pic 9(2).
        05 stamp-second      pic 9(2).
    01 stamp-minutes         pic 9(9) value 0.
    01 prior-minutes         pic 9(9) value 0.
    01 scan-minutes          pic 9(9) value 0.
    01 elapsed-minutes       pic s9(9) value 0.
    01 elapsed-display       pic z(8)9.
    01 dwell-limit           pic 9(4) value 0.
    01 dwell-kind            pic x(12).

    01 count-scans           pic 9(6) value 0.
    01 count-containers      pic 9(6) value 0.
    01 count-misroute        pic 9(6) value 0.
    01 count-dwell           pic 9(6) value 0.
    01 count-unknown-station pic 9(6) value 0.
    01 count-no-label        pic 9(6) value 0.
    01 count-no-routing      pic 9(6) value 0.
    01 count-never-scanned   pic 9(6) value 0.

PROCEDURE DIVISION.
    OPEN OUTPUT misroute-report-file
    PERFORM WRITE-MISROUTE-HEADER
    PERFORM LOAD-STATION-TABLE
    PERFORM LOAD-ROUTE-TABLE
    PERFORM SORT-SCAN-EVENTS
    PERFORM SORT-ISSUED-LABELS
    PERFORM CHECK-SCANS-AGAINST-ROUTES
    IF count-scans > 0
        PERFORM REPORT-NEVER-SCANNED
    END-IF
    PERFORM WRITE-MISROUTE-TOTALS
    CLOSE misroute-report-file
    IF count-misroute > 0 OR count-dwell > 0
       OR count-unknown-station > 0 OR count-never-scanned > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    GOBACK.

LOAD-STATION-TABLE.
    MOVE 'N' TO file-eof
    OPEN INPUT station-file
    IF station-status NOT = "00"
        DISPLAY "WARNING: no station master (fish-bottle-stations.dat)"
            " - every scan station is unknown"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ station-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF stn-station NOT = SPACE
                    IF station-count < 100
                        ADD 1 TO station-count
                        MOVE stn-station
                            TO station-table-id(station-count)
                        MOVE stn-lane
                            TO station-table-lane(station-count)
                        IF stn-first-limit NUMERIC
                            MOVE stn-first-limit
                                TO station-table-first(station-count)
                        ELSE
                            MOVE 0 TO station-table-first(station-count)
                        END-IF
                        IF stn-between-limit NUMERIC
                            MOVE stn-between-limit
                                TO station-table-between(station-count)
                        ELSE
                            MOVE 0
                                TO station-table-between(station-count)
                        END-IF
                    ELSE
                        DISPLAY "WARNING: station table full - "
                            stn-station " not loaded"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF station-status = "00" OR station-status = "10"
        CLOSE station-file
    END-IF.

LOAD-ROUTE-TABLE.
    MOVE 'N' TO file-eof
    OPEN INPUT routing-out-file
    IF routing-out-status NOT = "00"
        DISPLAY "WARNING: no routing output - lanes cannot be checked"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ routing-out-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF route-batch-number NUMERIC
                    MOVE route-batch-number TO group-batch
                    PERFORM FIND-ROUTE-ENTRY
                    IF route-index = 0
                        IF route-count < 5000
                            ADD 1 TO route-count
                            MOVE route-count TO route-index
                            MOVE route-batch-number
                                TO route-table-batch(route-index)
                            MOVE 'N' TO route-table-scanned(route-index)
                        ELSE
                            IF route-full-warned = 'N'
                                DISPLAY "WARNING: routing table full at"
                                    " 5000 containers"
                                MOVE 'Y' TO route-full-warned
                            END-IF
                        END-IF
                    END-IF
                    IF route-index > 0
                        MOVE route-lane TO route-table-lane(route-index)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF routing-out-status = "00" OR routing-out-status = "10"
        CLOSE routing-out-file
    END-IF.

FIND-ROUTE-ENTRY.
    MOVE 0 TO route-index
    PERFORM VARYING route-scan FROM 1 BY 1
            UNTIL route-scan > route-count
        IF route-table-batch(route-scan) = group-batch
            MOVE route-scan TO route-index
            MOVE route-count TO route-scan
        END-IF
    END-PERFORM.

SORT-SCAN-EVENTS.
    SORT scan-sort-file
        ON ASCENDING KEY scns-key scns-timestamp
        INPUT PROCEDURE IS RELEASE-SCAN-EVENTS
        GIVING sorted-scan-file.

RELEASE-SCAN-EVENTS.
    MOVE 'N' TO scan-eof
    OPEN INPUT scan-file
    IF scan-status NOT = "00"
        DISPLAY "No scan event file - nothing to check"
        SET is-scan-eof TO TRUE
    END-IF
    PERFORM UNTIL is-scan-eof
        READ scan-file
            AT END
                SET is-scan-eof TO TRUE
            NOT AT END
                IF scn-barcode(1:1) = "*"
                   AND scn-barcode(2:6) IS NUMERIC
                   AND scn-timestamp NUMERIC
                    ADD 1 TO count-scans
                    MOVE SPACE TO scan-sort-record
                    STRING scn-barcode(2:6) scn-barcode(9:8)
                        DELIMITED BY SIZE INTO scns-key
                    END-STRING
                    MOVE SPACE TO scns-separator-1
                    MOVE scn-timestamp TO scns-timestamp
                    MOVE SPACE TO scns-separator-2
                    MOVE scn-station TO scns-station
                    RELEASE scan-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF scan-status = "00" OR scan-status = "10"
        CLOSE scan-file
    END-IF.

SORT-ISSUED-LABELS.
    SORT label-sort-file
        ON ASCENDING KEY lbls-key lbls-issued
        INPUT PROCEDURE IS RELEASE-ISSUED-LABELS
        GIVING sorted-label-file.

RELEASE-ISSUED-LABELS.
    MOVE 'N' TO audit-eof
    OPEN INPUT audit-file
    IF audit-status NOT = "00"
        DISPLAY "No audit trail - no label issue times available"
        SET is-audit-eof TO TRUE
    END-IF
    PERFORM UNTIL is-audit-eof
        READ audit-file
            AT END
                SET is-audit-eof TO TRUE
            NOT AT END
                IF audit-uuid NOT = SPACE
                   AND audit-classification NOT = "REJECTED"
                   AND audit-classification NOT = "REVERSAL"
                   AND audit-classification NOT = "TRANSFER-OUT"
                   AND audit-classification(1:9) NOT = "DISPOSED-"
                    MOVE SPACE TO label-sort-record
                    STRING audit-batch-number audit-uuid(1:8)
                        DELIMITED BY SIZE INTO lbls-key
                    END-STRING
                    MOVE SPACE TO lbls-separator-1
                    STRING audit-date audit-time
                        DELIMITED BY SIZE INTO lbls-issued
                    END-STRING
                    MOVE SPACE TO lbls-separator-2
                    MOVE audit-uuid TO lbls-uuid
                    RELEASE label-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.

CHECK-SCANS-AGAINST-ROUTES.
    MOVE 'N' TO sorted-scan-eof
    MOVE 'N' TO sorted-label-eof
    MOVE SPACE TO group-key
    OPEN INPUT sorted-scan-file
    OPEN INPUT sorted-label-file
    PERFORM READ-NEXT-LABEL
    PERFORM UNTIL is-sorted-scan-eof
        READ sorted-scan-file
            AT END
                SET is-sorted-scan-eof TO TRUE
            NOT AT END
                IF sscn-key NOT = group-key
                    PERFORM START-CONTAINER-GROUP
                END-IF
                PERFORM CHECK-ONE-SCAN
        END-READ
    END-PERFORM
    CLOSE sorted-scan-file
    CLOSE sorted-label-file.

READ-NEXT-LABEL.
    READ sorted-label-file
        AT END
            SET is-sorted-label-eof TO TRUE
    END-READ.

START-CONTAINER-GROUP.
    ADD 1 TO count-containers
    MOVE sscn-key TO group-key
    MOVE 'N' TO group-label-found
    MOVE 'Y' TO group-first-scan
    MOVE SPACE TO group-uuid
    MOVE 0 TO prior-stamp
    MOVE SPACE TO prior-station
    PERFORM UNTIL is-sorted-label-eof
            OR slbl-key >= group-key
        PERFORM READ-NEXT-LABEL
    END-PERFORM
    PERFORM UNTIL is-sorted-label-eof
            OR slbl-key NOT = group-key
        SET is-group-label-found TO TRUE
        MOVE slbl-uuid TO group-uuid
        MOVE slbl-issued TO prior-stamp
        PERFORM READ-NEXT-LABEL
    END-PERFORM
    IF NOT is-group-label-found
        ADD 1 TO count-no-label
    END-IF
    MOVE group-key(1:6) TO group-batch
    MOVE SPACE TO group-lane
    PERFORM FIND-ROUTE-ENTRY
    IF route-index > 0
        MOVE route-table-lane(route-index) TO group-lane
        MOVE 'Y' TO route-table-scanned(route-index)
    ELSE
        ADD 1 TO count-no-routing
    END-IF.

CHECK-ONE-SCAN.
    MOVE 0 TO station-index
    PERFORM VARYING station-scan FROM 1 BY 1
            UNTIL station-scan > station-count
        IF station-table-id(station-scan) = sscn-station
            MOVE station-scan TO station-index
            MOVE station-count TO station-scan
        END-IF
    END-PERFORM
    IF station-index = 0
        ADD 1 TO count-unknown-station
        MOVE SPACE TO misroute-report-line
        STRING "UNKNOWN STATION: " sscn-station
               "  batch " group-key(1:6)
               "  uuid " group-key(7:8)
               "...  at " sscn-timestamp
            DELIMITED BY SIZE INTO misroute-report-line
        END-STRING
        PERFORM WRITE-MISROUTE-LINE
    ELSE
        PERFORM CHECK-SCAN-LANE
        PERFORM CHECK-SCAN-DWELL
    END-IF
    MOVE sscn-timestamp TO prior-stamp
    MOVE sscn-station TO prior-station
    MOVE 'N' TO group-first-scan.

CHECK-SCAN-LANE.
    IF group-lane NOT = SPACE
       AND station-table-lane(station-index) NOT = "ANY"
       AND station-table-lane(station-index) NOT = group-lane
        ADD 1 TO count-misroute
        MOVE SPACE TO misroute-report-line
        STRING "MISROUTE: batch " group-key(1:6)
               "  uuid " group-key(7:8)
               "...  routed " group-lane
               "  scanned at " sscn-station
               " (" station-table-lane(station-index) ")"
               "  at " sscn-timestamp
            DELIMITED BY SIZE INTO misroute-report-line
        END-STRING
        PERFORM WRITE-MISROUTE-LINE
    END-IF.

CHECK-SCAN-DWELL.
    IF is-group-first-scan
        MOVE station-table-first(station-index) TO dwell-limit
        MOVE "label->scan" TO dwell-kind
    ELSE
        MOVE station-table-between(station-index) TO dwell-limit
        MOVE "scan->scan" TO dwell-kind
    END-IF
    IF dwell-limit > 0 AND prior-stamp > 0
        MOVE prior-stamp TO stamp-work
        PERFORM COMPUTE-STAMP-MINUTES
        MOVE stamp-minutes TO prior-minutes
        MOVE sscn-timestamp TO stamp-work
        PERFORM COMPUTE-STAMP-MINUTES
        MOVE stamp-minutes TO scan-minutes
        COMPUTE elapsed-minutes = scan-minutes - prior-minutes
        IF elapsed-minutes > dwell-limit
            ADD 1 TO count-dwell
            MOVE elapsed-minutes TO elapsed-display
            MOVE SPACE TO misroute-report-line
            STRING "DWELL: batch " group-key(1:6)
                   " uuid " group-key(7:8)
                   "... " dwell-kind
                   " " sscn-station
                   " " FUNCTION TRIM(elapsed-display)
                   " min > limit " dwell-limit
                   " at " sscn-timestamp
                DELIMITED BY SIZE INTO misroute-report-line
            END-STRING
            PERFORM WRITE-MISROUTE-LINE
        END-IF
    END-IF.

COMPUTE-STAMP-MINUTES.
    MOVE 0 TO stamp-minutes
    IF stamp-work NUMERIC AND stamp-date > 16010101
        COMPUTE stamp-minutes =
            FUNCTION INTEGER-OF-DATE(stamp-date) * 1440
            + stamp-hours * 60 + stamp-minute
    END-IF.

REPORT-NEVER-SCANNED.
    PERFORM VARYING route-scan FROM 1 BY 1
            UNTIL route-scan > route-count
        IF route-table-scanned(route-scan) = 'N'
            ADD 1 TO count-never-scanned
            MOVE SPACE TO misroute-report-line
            STRING "NOT SCANNED: batch " route-table-batch(route-scan)
                   "  routed " route-table-lane(route-scan)
                   " - no floor scan on record"
                DELIMITED BY SIZE INTO misroute-report-line
            END-STRING
            PERFORM WRITE-MISROUTE-LINE
        END-IF
    END-PERFORM.

WRITE-MISROUTE-HEADER.
    MOVE "Misroute and dwell-time exceptions - scans vs routed lanes"
        TO misroute-report-line
    PERFORM WRITE-MISROUTE-LINE
    MOVE ALL "-" TO misroute-report-line
    PERFORM WRITE-MISROUTE-LINE.

WRITE-MISROUTE-TOTALS.
    MOVE SPACE TO misroute-report-line
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "Scan events:        " count-scans
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "Containers scanned: " count-containers
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "Misroutes:          " count-misroute
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "Dwell exceptions:   " count-dwell
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "Unknown stations:   " count-unknown-station
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "Not scanned:        " count-never-scanned
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "No issued label:    " count-no-label
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE
    MOVE SPACE TO misroute-report-line
    STRING "No routing tonight: " count-no-routing
        DELIMITED BY SIZE INTO misroute-report-line
    END-STRING
    PERFORM WRITE-MISROUTE-LINE.

WRITE-MISROUTE-LINE.
    WRITE misroute-report-line
    DISPLAY misroute-report-line.
