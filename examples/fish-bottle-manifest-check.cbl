IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-manifest-check.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT batch-in-file ASSIGN TO "fish-bottle-batch-in.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS batch-in-status.
    SELECT plant-file ASSIGN TO "fish-bottle-plants.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plant-status.
    SELECT transmission-log-file
        ASSIGN TO "fish-bottle-transmission-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transmission-log-status.
    SELECT work-file ASSIGN TO "fish-bottle-transmission-work.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS work-status.
    SELECT report-file ASSIGN TO "fish-bottle-transmission.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS report-status.

DATA DIVISION.
FILE SECTION.
FD  batch-in-file.
01  batch-in-record.
    COPY "fbmanif.cpy".
01  batch-in-header.
    COPY "fbmhead.cpy".
01  batch-in-trailer.
    COPY "fbmtrail.cpy".

FD  plant-file.
01  plant-record.
    05 plant-code            pic x(3).
    05 plant-separator       pic x.
    05 plant-path            pic x(30).

FD  transmission-log-file.
01  transmission-log-record.
    COPY "fbxmit.cpy".

FD  work-file.
01  work-record              pic x(80).

FD  report-file.
01  report-line              pic x(100).

WORKING-STORAGE SECTION.
    01 batch-in-status       pic xx.
    01 plant-status          pic xx.
    01 transmission-log-status pic xx.
    01 work-status           pic xx.
    01 report-status         pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 check-mode            pic x value 'C'.
        88 is-check-mode value 'C'.
        88 is-accept-mode value 'A'.

    01 plant-table.
        05 plant-count       pic 9(2) value 0.
        05 plant-entry OCCURS 20 TIMES.
            10 plant-table-code  pic x(3).
    01 plant-scan            pic 9(2) value 0.
    01 plant-known-flag      pic x value 'N'.
        88 is-plant-known value 'Y'.

    01 sequence-table.
        05 sequence-count    pic 9(2) value 0.
        05 sequence-entry OCCURS 40 TIMES.
            10 seq-plant         pic x(3).
            10 seq-last          pic 9(6).
            10 seq-framed        pic x.
                88 is-seq-framed value 'Y'.
            10 seq-loose-lines   pic 9(6).
    01 sequence-scan         pic 9(2) value 0.
    01 sequence-index        pic 9(2) value 0.
    01 sequence-lookup       pic x(3) value space.
    01 gap-from              pic 9(6) value 0.
    01 gap-to                pic 9(6) value 0.

    01 envelope-flag         pic x value 'N'.
        88 is-envelope-open value 'Y'.
    01 envelope-plant        pic x(3) value space.
    01 envelope-sequence     pic 9(6) value 0.
    01 envelope-sent-date    pic 9(8) value 0.
    01 envelope-system       pic x(8) value space.
    01 envelope-count        pic 9(6) value 0.
    01 envelope-hash         pic 9(12) value 0.
    01 envelope-weight       pic 9(12) value 0.
    01 envelope-errors       pic 9(6) value 0.
    01 envelope-trailer-count pic x(6) value space.
    01 envelope-status-text  pic x(12) value space.

    01 input-line-number     pic 9(6) value 0.
    01 envelope-total        pic 9(3) value 0.
    01 framed-flag           pic x value 'N'.
        88 is-file-framed value 'Y'.
    01 error-text            pic x(80) value space.
    01 display-count         pic z(5)9.

LINKAGE SECTION.
01 lk-action             pic x.
01 lk-run-date           pic 9(8).
01 lk-run-id             pic 9(14).
01 lk-result             pic x.
01 lk-count              pic 9(6).

PROCEDURE DIVISION USING lk-action lk-run-date lk-run-id lk-result
        lk-count.
    MOVE 0 TO lk-count
    MOVE SPACE TO lk-result
    EVALUATE lk-action
        WHEN 'C'
            SET is-check-mode TO TRUE
            PERFORM LOAD-PLANT-TABLE
            PERFORM LOAD-SEQUENCE-TABLE
            OPEN OUTPUT report-file
            PERFORM WRITE-REPORT-HEADER
            PERFORM SCAN-MANIFEST
            PERFORM REPORT-LOOSE-LINES
            PERFORM WRITE-REPORT-RESULT
            CLOSE report-file
        WHEN 'A'
            SET is-accept-mode TO TRUE
            OPEN EXTEND transmission-log-file
            IF transmission-log-status NOT = "00"
                OPEN OUTPUT transmission-log-file
            END-IF
            PERFORM SCAN-MANIFEST
            CLOSE transmission-log-file
            MOVE 'A' TO lk-result
        WHEN 'B'
            PERFORM RELEASE-BACKED-OUT-SEQUENCES
        WHEN OTHER
            DISPLAY "ERROR: unknown manifest check action " lk-action
    END-EVALUATE
    GOBACK.

LOAD-PLANT-TABLE.
    MOVE 0 TO plant-count
    MOVE 'N' TO file-eof
    OPEN INPUT plant-file
    IF plant-status = "00"
        PERFORM UNTIL is-file-eof
            READ plant-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF plant-code NOT = SPACE
                       AND plant-count < 20
                        ADD 1 TO plant-count
                        MOVE plant-code TO plant-table-code(plant-count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE plant-file
    END-IF
    IF plant-count = 0
        MOVE 3 TO plant-count
        MOVE "P01" TO plant-table-code(1)
        MOVE "P02" TO plant-table-code(2)
        MOVE "P03" TO plant-table-code(3)
    END-IF.

LOAD-SEQUENCE-TABLE.
    MOVE 0 TO sequence-count
    MOVE 'N' TO file-eof
    OPEN INPUT transmission-log-file
    IF transmission-log-status = "00"
        PERFORM UNTIL is-file-eof
            READ transmission-log-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF xmit-plant-code NOT = SPACE
                       AND xmit-file-sequence NUMERIC
                       AND (xmit-state = 'A' OR xmit-state = 'R')
                        MOVE xmit-plant-code TO sequence-lookup
                        PERFORM FIND-SEQUENCE-ENTRY
                        IF sequence-index > 0
                            MOVE xmit-file-sequence
                                TO seq-last(sequence-index)
                            MOVE 'Y' TO seq-framed(sequence-index)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE transmission-log-file
    END-IF.

FIND-SEQUENCE-ENTRY.
    MOVE 0 TO sequence-index
    PERFORM VARYING sequence-scan FROM 1 BY 1
            UNTIL sequence-scan > sequence-count
        IF seq-plant(sequence-scan) = sequence-lookup
            MOVE sequence-scan TO sequence-index
            MOVE sequence-count TO sequence-scan
        END-IF
    END-PERFORM
    IF sequence-index = 0
        IF sequence-count < 40
            ADD 1 TO sequence-count
            MOVE sequence-count TO sequence-index
            MOVE sequence-lookup TO seq-plant(sequence-index)
            MOVE 0 TO seq-last(sequence-index)
            MOVE 'N' TO seq-framed(sequence-index)
            MOVE 0 TO seq-loose-lines(sequence-index)
        ELSE
            DISPLAY "WARNING: plant sequence table full - "
                sequence-lookup " not tracked"
        END-IF
    END-IF.

SCAN-MANIFEST.
    MOVE 0 TO input-line-number
    MOVE 0 TO envelope-total
    MOVE 'N' TO envelope-flag
    MOVE 'N' TO framed-flag
    MOVE 'N' TO file-eof
    OPEN INPUT batch-in-file
    IF batch-in-status = "00"
        PERFORM UNTIL is-file-eof
            READ batch-in-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    ADD 1 TO input-line-number
                    EVALUATE TRUE
                        WHEN mhdr-record-type = "HDR"
                            PERFORM OPEN-ENVELOPE
                        WHEN mtrl-record-type = "TRL"
                            PERFORM CLOSE-ENVELOPE
                        WHEN batch-in-record = SPACE
                            CONTINUE
                        WHEN is-envelope-open
                            PERFORM COUNT-ENVELOPE-DETAIL
                        WHEN OTHER
                            PERFORM COUNT-LOOSE-DETAIL
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE batch-in-file
    END-IF
    IF is-envelope-open
        MOVE SPACE TO error-text
        STRING envelope-plant " file " envelope-sequence
            " - no trailer at end of file (file truncated)"
            DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
        MOVE "NO TRAILER" TO envelope-status-text
        PERFORM FINISH-ENVELOPE
    END-IF.

OPEN-ENVELOPE.
    SET is-file-framed TO TRUE
    IF is-envelope-open
        MOVE SPACE TO error-text
        STRING envelope-plant " file " envelope-sequence
            " - no trailer before the next header at line "
            input-line-number DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
        MOVE "NO TRAILER" TO envelope-status-text
        PERFORM FINISH-ENVELOPE
    END-IF
    SET is-envelope-open TO TRUE
    ADD 1 TO envelope-total
    MOVE 0 TO envelope-errors
    MOVE 0 TO envelope-count
    MOVE 0 TO envelope-hash
    MOVE 0 TO envelope-weight
    MOVE SPACE TO envelope-trailer-count
    MOVE mhdr-plant-code TO envelope-plant
    MOVE mhdr-sending-system TO envelope-system
    IF mhdr-file-sequence NUMERIC
        MOVE mhdr-file-sequence TO envelope-sequence
    ELSE
        MOVE 0 TO envelope-sequence
    END-IF
    IF mhdr-business-date NUMERIC
        MOVE mhdr-business-date TO envelope-sent-date
    ELSE
        MOVE 0 TO envelope-sent-date
    END-IF
    IF is-check-mode
        PERFORM CHECK-ENVELOPE-HEADER
    END-IF.

CHECK-ENVELOPE-HEADER.
    MOVE envelope-plant TO sequence-lookup
    PERFORM CHECK-PLANT-KNOWN
    IF NOT is-plant-known
        MOVE SPACE TO error-text
        STRING "header at line " input-line-number
            " - unknown plant code '" envelope-plant "'"
            DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
    END-IF
    IF envelope-sent-date = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(envelope-sent-date) NOT = 0
        MOVE SPACE TO error-text
        STRING envelope-plant " header at line " input-line-number
            " - business date '" mhdr-business-date "' is not a date"
            DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
    ELSE
        IF envelope-sent-date > lk-run-date
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - business date " envelope-sent-date
                " is after the run date " lk-run-date
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
        END-IF
    END-IF
    IF envelope-sequence = 0
        MOVE SPACE TO error-text
        STRING envelope-plant " header at line " input-line-number
            " - file sequence '" mhdr-file-sequence
            "' is not a sequence number"
            DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
    ELSE
        PERFORM CHECK-FILE-SEQUENCE
    END-IF.

CHECK-PLANT-KNOWN.
    MOVE 'N' TO plant-known-flag
    PERFORM VARYING plant-scan FROM 1 BY 1
            UNTIL plant-scan > plant-count
        IF plant-table-code(plant-scan) = sequence-lookup
            SET is-plant-known TO TRUE
            MOVE plant-count TO plant-scan
        END-IF
    END-PERFORM.

CHECK-FILE-SEQUENCE.
    PERFORM FIND-SEQUENCE-ENTRY
    IF sequence-index > 0
        IF is-seq-framed(sequence-index)
            EVALUATE TRUE
                WHEN envelope-sequence <= seq-last(sequence-index)
                    MOVE SPACE TO error-text
                    STRING envelope-plant " file " envelope-sequence
                        " - REPEAT, already received (last file "
                        seq-last(sequence-index) ")"
                        DELIMITED BY SIZE INTO error-text
                    END-STRING
                    PERFORM REPORT-TRANSMISSION-ERROR
                WHEN envelope-sequence > seq-last(sequence-index) + 1
                    COMPUTE gap-from = seq-last(sequence-index) + 1
                    COMPUTE gap-to = envelope-sequence - 1
                    MOVE SPACE TO error-text
                    IF gap-from = gap-to
                        STRING envelope-plant " file " envelope-sequence
                            " - GAP, file " gap-from " not received"
                            DELIMITED BY SIZE INTO error-text
                        END-STRING
                    ELSE
                        STRING envelope-plant " file " envelope-sequence
                            " - GAP, files " gap-from " to " gap-to
                            " not received"
                            DELIMITED BY SIZE INTO error-text
                        END-STRING
                    END-IF
                    PERFORM REPORT-TRANSMISSION-ERROR
            END-EVALUATE
        END-IF
        MOVE envelope-sequence TO seq-last(sequence-index)
        MOVE 'Y' TO seq-framed(sequence-index)
    END-IF.

COUNT-ENVELOPE-DETAIL.
    ADD 1 TO envelope-count
    IF is-check-mode
       AND manifest-plant-code NOT = envelope-plant
        MOVE SPACE TO error-text
        STRING "detail for plant " manifest-plant-code
            " inside envelope for plant " envelope-plant " at line "
            input-line-number DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
    END-IF
    IF manifest-batch-number NUMERIC
        COMPUTE envelope-hash = FUNCTION MOD(
            envelope-hash + manifest-batch-number, 1000000000000)
    END-IF
    IF manifest-gross-weight NUMERIC
        ADD manifest-gross-weight TO envelope-weight
    END-IF.

COUNT-LOOSE-DETAIL.
    IF is-check-mode
        MOVE manifest-plant-code TO sequence-lookup
        PERFORM FIND-SEQUENCE-ENTRY
        IF sequence-index > 0
            ADD 1 TO seq-loose-lines(sequence-index)
        END-IF
    END-IF.

CLOSE-ENVELOPE.
    IF NOT is-envelope-open
        IF is-check-mode
            MOVE SPACE TO error-text
            STRING "trailer for plant " mtrl-plant-code " at line "
                input-line-number " has no header"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
        END-IF
    ELSE
        MOVE "ok" TO envelope-status-text
        IF mtrl-record-count NUMERIC
            MOVE mtrl-record-count TO envelope-trailer-count
        ELSE
            MOVE "??????" TO envelope-trailer-count
        END-IF
        IF is-check-mode
            PERFORM CHECK-ENVELOPE-TRAILER
        END-IF
        IF is-accept-mode
            PERFORM LOG-ACCEPTED-ENVELOPE
        END-IF
        PERFORM FINISH-ENVELOPE
    END-IF.

CHECK-ENVELOPE-TRAILER.
    IF mtrl-plant-code NOT = envelope-plant
        MOVE SPACE TO error-text
        STRING envelope-plant " file " envelope-sequence
            " - trailer at line " input-line-number
            " is for plant " mtrl-plant-code
            DELIMITED BY SIZE INTO error-text
        END-STRING
        PERFORM REPORT-TRANSMISSION-ERROR
    END-IF
    EVALUATE TRUE
        WHEN mtrl-record-count NOT NUMERIC
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - trailer record count is not numeric"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
        WHEN mtrl-record-count NOT = envelope-count
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - " envelope-count " records received, "
                mtrl-record-count " sent"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
    END-EVALUATE
    EVALUATE TRUE
        WHEN mtrl-batch-hash NOT NUMERIC
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - trailer batch-number hash is not numeric"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
        WHEN mtrl-batch-hash NOT = envelope-hash
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - batch-number hash " envelope-hash
                " received, " mtrl-batch-hash " sent"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
    END-EVALUATE
    EVALUATE TRUE
        WHEN mtrl-total-weight NOT NUMERIC
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - trailer total gross weight is not numeric"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
        WHEN mtrl-total-weight NOT = envelope-weight
            MOVE SPACE TO error-text
            STRING envelope-plant " file " envelope-sequence
                " - gross weight " envelope-weight
                " received, " mtrl-total-weight " sent"
                DELIMITED BY SIZE INTO error-text
            END-STRING
            PERFORM REPORT-TRANSMISSION-ERROR
    END-EVALUATE.

FINISH-ENVELOPE.
    IF is-check-mode
        IF envelope-errors > 0 AND envelope-status-text = "ok"
            MOVE "ERROR" TO envelope-status-text
        END-IF
        MOVE SPACE TO report-line
        STRING envelope-plant "    " envelope-sequence "  "
            envelope-sent-date "  " envelope-system "  "
            envelope-count "    " envelope-trailer-count "    "
            envelope-status-text
            DELIMITED BY SIZE INTO report-line
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE 'N' TO envelope-flag.

LOG-ACCEPTED-ENVELOPE.
    MOVE SPACE TO transmission-log-record
    MOVE envelope-plant TO xmit-plant-code
    MOVE SPACE TO xmit-separator-1
    MOVE envelope-sequence TO xmit-file-sequence
    MOVE SPACE TO xmit-separator-2
    MOVE envelope-sent-date TO xmit-sent-date
    MOVE SPACE TO xmit-separator-3
    MOVE envelope-system TO xmit-sending-system
    MOVE SPACE TO xmit-separator-4
    MOVE lk-run-date TO xmit-run-date
    MOVE SPACE TO xmit-separator-5
    MOVE lk-run-id TO xmit-run-id
    MOVE SPACE TO xmit-separator-6
    MOVE envelope-count TO xmit-record-count
    MOVE SPACE TO xmit-separator-7
    MOVE 'A' TO xmit-state
    MOVE SPACE TO xmit-separator-8
    MOVE SPACE TO xmit-operator
    WRITE transmission-log-record.

REPORT-LOOSE-LINES.
    PERFORM VARYING sequence-scan FROM 1 BY 1
            UNTIL sequence-scan > sequence-count
        IF seq-loose-lines(sequence-scan) > 0
            MOVE seq-loose-lines(sequence-scan) TO display-count
            IF is-file-framed OR is-seq-framed(sequence-scan)
                MOVE SPACE TO error-text
                STRING seq-plant(sequence-scan) " - "
                    FUNCTION TRIM(display-count)
                    " detail lines outside any header/trailer"
                    DELIMITED BY SIZE INTO error-text
                END-STRING
                PERFORM REPORT-TRANSMISSION-ERROR
            ELSE
                MOVE SPACE TO report-line
                STRING seq-plant(sequence-scan) "    ------  --------  "
                    "--------  " seq-loose-lines(sequence-scan)
                    "    ------    unframed"
                    DELIMITED BY SIZE INTO report-line
                END-STRING
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-PERFORM.

REPORT-TRANSMISSION-ERROR.
    ADD 1 TO lk-count
    ADD 1 TO envelope-errors
    MOVE SPACE TO report-line
    STRING "  ERROR: " error-text DELIMITED BY SIZE INTO report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-HEADER.
    MOVE SPACE TO report-line
    STRING "Inbound manifest transmission check for business date "
        lk-run-date DELIMITED BY SIZE INTO report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO report-line
    PERFORM WRITE-REPORT-LINE
    MOVE "Plant  File    Sent for  System    Received  Trailer   Status"
        TO report-line
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-RESULT.
    MOVE ALL "-" TO report-line
    PERFORM WRITE-REPORT-LINE
    MOVE SPACE TO report-line
    EVALUATE TRUE
        WHEN lk-count > 0
            MOVE 'H' TO lk-result
            STRING "Result: HELD - " lk-count
                " transmission errors, file not processed"
                DELIMITED BY SIZE INTO report-line
            END-STRING
        WHEN is-file-framed
            MOVE 'B' TO lk-result
            STRING "Result: BALANCED - " envelope-total
                " plant files" DELIMITED BY SIZE INTO report-line
            END-STRING
        WHEN OTHER
            MOVE 'U' TO lk-result
            MOVE "Result: UNFRAMED - sender totals not checked"
                TO report-line
    END-EVALUATE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE report-line
    DISPLAY report-line.

RELEASE-BACKED-OUT-SEQUENCES.
    MOVE 'N' TO file-eof
    OPEN INPUT transmission-log-file
    IF transmission-log-status = "00"
        OPEN OUTPUT work-file
        PERFORM UNTIL is-file-eof
            READ transmission-log-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF xmit-state = 'A'
                       AND xmit-run-date NUMERIC
                       AND xmit-run-date = lk-run-date
                        MOVE 'B' TO xmit-state
                        ADD 1 TO lk-count
                    END-IF
                    MOVE transmission-log-record TO work-record
                    WRITE work-record
            END-READ
        END-PERFORM
        CLOSE transmission-log-file
        CLOSE work-file
        IF lk-count > 0
            MOVE 'N' TO file-eof
            OPEN INPUT work-file
            OPEN OUTPUT transmission-log-file
            PERFORM UNTIL is-file-eof
                READ work-file
                    AT END
                        SET is-file-eof TO TRUE
                    NOT AT END
                        MOVE work-record TO transmission-log-record
                        WRITE transmission-log-record
                END-READ
            END-PERFORM
            CLOSE work-file
            CLOSE transmission-log-file
        END-IF
    END-IF
    MOVE 'B' TO lk-result.
