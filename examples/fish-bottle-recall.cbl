IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-recall.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT audit-file ASSIGN TO "fish-bottle-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-status.
    SELECT line-history-file ASSIGN TO "fish-bottle-line-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS line-history-status.
    SELECT hold-log-file ASSIGN TO "fish-bottle-hold-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hold-log-status.
    SELECT scan-file ASSIGN TO "fish-bottle-scan-events.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scan-status.
    SELECT shipment-file ASSIGN TO "fish-bottle-shipments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shipment-status.
    SELECT receipt-file ASSIGN TO "fish-bottle-receipts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS receipt-status.
    SELECT recall-file ASSIGN TO "fish-bottle-recall.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS recall-status.

DATA DIVISION.
FILE SECTION.
FD  audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  line-history-file.
01  line-history-record.
    COPY "fblhist.cpy".

FD  hold-log-file.
01  hold-log-record.
    COPY "fbhlog.cpy".

FD  scan-file.
01  scan-record.
    05 scn-barcode           pic x(19).
    05 scn-separator-1       pic x.
    05 scn-station           pic x(4).
    05 scn-separator-2       pic x.
    05 scn-timestamp         pic 9(14).

FD  shipment-file.
01  shipment-record.
    COPY "fbship.cpy".

FD  receipt-file.
01  receipt-record.
    05 rcpt-batch-number     pic x(6).
    05 rcpt-separator-1      pic x.
    05 rcpt-uuid             pic x(36).
    05 rcpt-separator-2      pic x.
    05 rcpt-received-date    pic 9(8).

FD  recall-file.
01  recall-line              pic x(120).

WORKING-STORAGE SECTION.
    01 audit-status          pic xx.
    01 line-history-status   pic xx.
    01 hold-log-status       pic xx.
    01 scan-status           pic xx.
    01 shipment-status       pic xx.
    01 receipt-status        pic xx.
    01 recall-status         pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 plant-arg             pic x(3) value space.
    01 from-date-arg         pic x(8) value space.
    01 to-date-arg           pic x(8) value space.
    01 line-arg              pic x(2) value space.
    01 recall-from-date      pic 9(8) value 0.
    01 recall-to-date        pic 9(8) value 0.
    01 recall-line-number    pic 9(2) value 0.
    01 line-filter           pic x value 'N'.
        88 is-line-filtered value 'Y'.
    01 audit-record-date     pic 9(8).

    01 recall-table.
        05 recall-count      pic 9(5) value 0.
        05 recall-entry OCCURS 5000 TIMES.
            10 rcl-batch         pic x(6).
            10 rcl-uuid          pic x(36).
            10 rcl-class         pic x(15).
            10 rcl-date          pic 9(8).
            10 rcl-line          pic x(2).
            10 rcl-weight        pic 9(6).
            10 rcl-lane          pic x(4).
            10 rcl-station       pic x(4).
            10 rcl-scan-stamp    pic 9(14).
            10 rcl-status        pic x.
                88 rcl-in-plant value 'P'.
                88 rcl-on-hold value 'H'.
                88 rcl-shipped value 'S'.
                88 rcl-received value 'W'.
            10 rcl-reversed      pic x.
                88 is-rcl-reversed value 'Y'.
    01 recall-scan           pic 9(5) value 0.
    01 recall-index          pic 9(5) value 0.
    01 recall-full-warned    pic x value 'N'.

    01 lookup-uuid           pic x(36).
    01 scan-batch            pic x(6).
    01 scan-uuid-prefix      pic x(8).

    01 count-in-plant        pic 9(6) value 0.
    01 count-on-hold         pic 9(6) value 0.
    01 count-shipped         pic 9(6) value 0.
    01 count-received        pic 9(6) value 0.
    01 count-listed          pic 9(6) value 0.
    01 count-line-unknown    pic 9(6) value 0.
    01 weight-listed         pic 9(9) value 0.
    01 status-text           pic x(10).
    01 line-text             pic x(2).

    01 master-action         pic x.
    01 master-found          pic x.
    01 master-work.
        COPY "lblmstr.cpy"
            REPLACING ==master-uuid==         BY ==mst-uuid==
                      ==master-separator-1==  BY ==mst-separator-1==
                      ==master-status==       BY ==mst-status==
                      ==master-separator-2==  BY ==mst-separator-2==
                      ==master-batch-number== BY ==mst-batch-number==
                      ==master-separator-3==  BY ==mst-separator-3==
                      ==master-date==         BY ==mst-date==
                      ==master-year==         BY ==mst-year==
                      ==master-month==        BY ==mst-month==
                      ==master-day==          BY ==mst-day==
                      ==master-separator-4==  BY ==mst-separator-4==
                      ==master-time==         BY ==mst-time==
                      ==master-hours==        BY ==mst-hours==
                      ==master-minute==       BY ==mst-minute==
                      ==master-second==       BY ==mst-second==
                      ==master-separator-5==  BY ==mst-separator-5==
                      ==master-reason==       BY ==mst-reason==
                      ==master-separator-6==  BY ==mst-separator-6==
                      ==master-operator==     BY ==mst-operator==.

PROCEDURE DIVISION.
    ACCEPT plant-arg FROM ARGUMENT-VALUE
    ACCEPT from-date-arg FROM ARGUMENT-VALUE
    ACCEPT to-date-arg FROM ARGUMENT-VALUE
    ACCEPT line-arg FROM ARGUMENT-VALUE
    IF plant-arg = SPACE
       OR from-date-arg = SPACE
       OR FUNCTION TRIM(from-date-arg) IS NOT NUMERIC
        DISPLAY "Usage: fish-bottle-recall <plant> <from-date>"
            " [to-date] [line]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION NUMVAL(from-date-arg) TO recall-from-date
    IF to-date-arg NOT = SPACE
       AND FUNCTION TRIM(to-date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(to-date-arg) TO recall-to-date
    ELSE
        MOVE recall-from-date TO recall-to-date
    END-IF
    IF recall-to-date < recall-from-date
        DISPLAY "Recall refused - to-date " recall-to-date
            " is before from-date " recall-from-date
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF line-arg NOT = SPACE
        IF FUNCTION TRIM(line-arg) IS NUMERIC
            MOVE FUNCTION NUMVAL(line-arg) TO recall-line-number
            SET is-line-filtered TO TRUE
        ELSE
            DISPLAY "Recall refused - line " line-arg
                " is not numeric"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM LOAD-RECALL-CANDIDATES
    PERFORM APPLY-LINE-HISTORY
    PERFORM APPLY-HOLD-LOG
    PERFORM APPLY-SCAN-EVENTS
    PERFORM APPLY-SHIPMENTS
    PERFORM APPLY-RECEIPTS
    PERFORM APPLY-LABEL-MASTER
    OPEN OUTPUT recall-file
    PERFORM WRITE-RECALL-HEADER
    PERFORM WRITE-RECALL-DETAIL
    PERFORM WRITE-RECALL-TOTALS
    CLOSE recall-file
    IF count-listed = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-RECALL-CANDIDATES.
    MOVE 'N' TO file-eof
    OPEN INPUT audit-file
    IF audit-status NOT = "00"
        DISPLAY "No audit trail - nothing to recall"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ audit-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN audit-classification = "REVERSAL"
                        PERFORM MARK-RECALL-REVERSED
                    WHEN audit-classification = "REJECTED"
                        CONTINUE
                    WHEN audit-classification(1:9) = "DISPOSED-"
                        CONTINUE
                    WHEN audit-shift = 'T'
                        CONTINUE
                    WHEN audit-plant = plant-arg
                        PERFORM ADD-ONE-CANDIDATE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.

ADD-ONE-CANDIDATE.
    IF audit-run-id NUMERIC AND audit-run-id > 0
        COMPUTE audit-record-date = audit-run-id / 1000000
    ELSE
        MOVE audit-date TO audit-record-date
    END-IF
    IF audit-uuid NOT = SPACE
       AND audit-record-date >= recall-from-date
       AND audit-record-date <= recall-to-date
        IF recall-count < 5000
            ADD 1 TO recall-count
            MOVE audit-batch-number TO rcl-batch(recall-count)
            MOVE audit-uuid TO rcl-uuid(recall-count)
            MOVE audit-classification TO rcl-class(recall-count)
            MOVE audit-record-date TO rcl-date(recall-count)
            MOVE SPACE TO rcl-line(recall-count)
            MOVE 0 TO rcl-weight(recall-count)
            MOVE SPACE TO rcl-lane(recall-count)
            MOVE SPACE TO rcl-station(recall-count)
            MOVE 0 TO rcl-scan-stamp(recall-count)
            SET rcl-in-plant(recall-count) TO TRUE
            IF audit-hold = 'H'
                SET rcl-on-hold(recall-count) TO TRUE
            END-IF
            MOVE 'N' TO rcl-reversed(recall-count)
        ELSE
            IF recall-full-warned = 'N'
                DISPLAY "WARNING: more than 5000 containers in range"
                    " - narrow the recall dates"
                MOVE 'Y' TO recall-full-warned
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

MARK-RECALL-REVERSED.
    PERFORM VARYING recall-scan FROM 1 BY 1
            UNTIL recall-scan > recall-count
        IF audit-uuid NOT = SPACE
           AND rcl-uuid(recall-scan) = audit-uuid
            MOVE 'Y' TO rcl-reversed(recall-scan)
        END-IF
    END-PERFORM.

APPLY-LINE-HISTORY.
    MOVE 'N' TO file-eof
    OPEN INPUT line-history-file
    IF line-history-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ line-history-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF lhist-plant = plant-arg
                   AND lhist-business-date NUMERIC
                   AND lhist-business-date >= recall-from-date
                   AND lhist-business-date <= recall-to-date
                    PERFORM APPLY-ONE-LINE-HISTORY
                END-IF
        END-READ
    END-PERFORM
    IF line-history-status = "00" OR line-history-status = "10"
        CLOSE line-history-file
    END-IF.

APPLY-ONE-LINE-HISTORY.
    PERFORM VARYING recall-scan FROM 1 BY 1
            UNTIL recall-scan > recall-count
        IF rcl-batch(recall-scan) = lhist-batch-number
           AND rcl-date(recall-scan) = lhist-business-date
            MOVE lhist-line-number TO rcl-line(recall-scan)
            MOVE lhist-gross-weight TO rcl-weight(recall-scan)
            MOVE lhist-lane TO rcl-lane(recall-scan)
        END-IF
    END-PERFORM.

APPLY-HOLD-LOG.
    MOVE 'N' TO file-eof
    OPEN INPUT hold-log-file
    IF hold-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ hold-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF hlog-plant = plant-arg
                    MOVE hlog-uuid TO lookup-uuid
                    PERFORM FIND-RECALL-UUID
                    IF recall-index > 0
                        MOVE hlog-line TO rcl-line(recall-index)
                        MOVE hlog-weight TO rcl-weight(recall-index)
                        IF hlog-status = 'O'
                            SET rcl-on-hold(recall-index) TO TRUE
                        ELSE
                            SET rcl-in-plant(recall-index) TO TRUE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF hold-log-status = "00" OR hold-log-status = "10"
        CLOSE hold-log-file
    END-IF.

APPLY-SCAN-EVENTS.
    MOVE 'N' TO file-eof
    OPEN INPUT scan-file
    IF scan-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ scan-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE scn-barcode(2:6) TO scan-batch
                MOVE scn-barcode(9:8) TO scan-uuid-prefix
                PERFORM VARYING recall-scan FROM 1 BY 1
                        UNTIL recall-scan > recall-count
                    IF rcl-batch(recall-scan) = scan-batch
                       AND rcl-uuid(recall-scan)(1:8) = scan-uuid-prefix
                       AND scn-timestamp NUMERIC
                       AND scn-timestamp >= rcl-scan-stamp(recall-scan)
                        MOVE scn-station TO rcl-station(recall-scan)
                        MOVE scn-timestamp
                            TO rcl-scan-stamp(recall-scan)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    IF scan-status = "00" OR scan-status = "10"
        CLOSE scan-file
    END-IF.

APPLY-SHIPMENTS.
    MOVE 'N' TO file-eof
    OPEN INPUT shipment-file
    IF shipment-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ shipment-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE ship-uuid TO lookup-uuid
                PERFORM FIND-RECALL-UUID
                IF recall-index > 0
                    IF NOT rcl-received(recall-index)
                        SET rcl-shipped(recall-index) TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF shipment-status = "00" OR shipment-status = "10"
        CLOSE shipment-file
    END-IF.

APPLY-RECEIPTS.
    MOVE 'N' TO file-eof
    OPEN INPUT receipt-file
    IF receipt-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ receipt-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE rcpt-uuid TO lookup-uuid
                PERFORM FIND-RECALL-UUID
                IF recall-index > 0
                    SET rcl-received(recall-index) TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF receipt-status = "00" OR receipt-status = "10"
        CLOSE receipt-file
    END-IF.

APPLY-LABEL-MASTER.
    PERFORM VARYING recall-scan FROM 1 BY 1
            UNTIL recall-scan > recall-count
        IF NOT is-rcl-reversed(recall-scan)
            MOVE SPACE TO master-work
            MOVE rcl-uuid(recall-scan) TO mst-uuid
            MOVE 'R' TO master-action
            CALL 'uuid-master-io' USING master-action master-found
                master-work
            IF master-found = 'Y'
                EVALUATE mst-status
                    WHEN 'W'
                        SET rcl-received(recall-scan) TO TRUE
                    WHEN 'H'
                        IF rcl-in-plant(recall-scan)
                            SET rcl-on-hold(recall-scan) TO TRUE
                        END-IF
                    WHEN 'R'
                        MOVE 'Y' TO rcl-reversed(recall-scan)
                END-EVALUATE
            END-IF
        END-IF
    END-PERFORM.

FIND-RECALL-UUID.
    MOVE 0 TO recall-index
    PERFORM VARYING recall-scan FROM 1 BY 1
            UNTIL recall-scan > recall-count
        IF rcl-uuid(recall-scan) = lookup-uuid
            MOVE recall-scan TO recall-index
            MOVE recall-count TO recall-scan
        END-IF
    END-PERFORM.

WRITE-RECALL-HEADER.
    MOVE SPACE TO recall-line
    STRING "Product recall trace - plant " plant-arg
        " production " recall-from-date " to " recall-to-date
        DELIMITED BY SIZE INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    IF is-line-filtered
        STRING "Line " recall-line-number
            " (containers with no recorded line are listed as --)"
            DELIMITED BY SIZE INTO recall-line
        END-STRING
    ELSE
        MOVE "All lines" TO recall-line
    END-IF
    PERFORM WRITE-RECALL-LINE
    MOVE ALL "-" TO recall-line
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "Batch  UUID                                 "
        "Class           Weight Ln Lane Stn  Date     Status"
        DELIMITED BY SIZE INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE.

WRITE-RECALL-DETAIL.
    PERFORM VARYING recall-scan FROM 1 BY 1
            UNTIL recall-scan > recall-count
        IF NOT is-rcl-reversed(recall-scan)
            MOVE rcl-line(recall-scan) TO line-text
            IF line-text = SPACE
                MOVE "--" TO line-text
            END-IF
            IF NOT is-line-filtered
               OR rcl-line(recall-scan) = SPACE
               OR rcl-line(recall-scan) = recall-line-number
                PERFORM WRITE-ONE-RECALL-ENTRY
            END-IF
        END-IF
    END-PERFORM
    IF count-listed = 0
        MOVE "  (no containers in the recall range)" TO recall-line
        PERFORM WRITE-RECALL-LINE
    END-IF.

WRITE-ONE-RECALL-ENTRY.
    ADD 1 TO count-listed
    IF rcl-line(recall-scan) = SPACE
        ADD 1 TO count-line-unknown
    END-IF
    ADD rcl-weight(recall-scan) TO weight-listed
    EVALUATE TRUE
        WHEN rcl-received(recall-scan)
            MOVE "RECEIVED" TO status-text
            ADD 1 TO count-received
        WHEN rcl-shipped(recall-scan)
            MOVE "SHIPPED" TO status-text
            ADD 1 TO count-shipped
        WHEN rcl-on-hold(recall-scan)
            MOVE "ON HOLD" TO status-text
            ADD 1 TO count-on-hold
        WHEN OTHER
            MOVE "IN PLANT" TO status-text
            ADD 1 TO count-in-plant
    END-EVALUATE
    MOVE SPACE TO recall-line
    STRING rcl-batch(recall-scan) " "
        rcl-uuid(recall-scan) " "
        rcl-class(recall-scan) " "
        rcl-weight(recall-scan) " "
        line-text " "
        rcl-lane(recall-scan) " "
        rcl-station(recall-scan) " "
        rcl-date(recall-scan) " "
        status-text
        DELIMITED BY SIZE INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE.

WRITE-RECALL-TOTALS.
    MOVE ALL "-" TO recall-line
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "In plant:      " count-in-plant DELIMITED BY SIZE
        INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "On hold:       " count-on-hold DELIMITED BY SIZE
        INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "Shipped:       " count-shipped DELIMITED BY SIZE
        INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "Received:      " count-received DELIMITED BY SIZE
        INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "Total listed:  " count-listed DELIMITED BY SIZE
        INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    MOVE SPACE TO recall-line
    STRING "Total weight:  " weight-listed DELIMITED BY SIZE
        INTO recall-line
    END-STRING
    PERFORM WRITE-RECALL-LINE
    IF count-line-unknown > 0
        MOVE SPACE TO recall-line
        STRING "Line unknown:  " count-line-unknown DELIMITED BY SIZE
            INTO recall-line
        END-STRING
        PERFORM WRITE-RECALL-LINE
    END-IF.

WRITE-RECALL-LINE.
    WRITE recall-line
    DISPLAY recall-line.
