    SELECT corporate-file ASSIGN TO "fish-bottle-corporate.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS corporate-status.
    SELECT transfer-file ASSIGN TO "fish-bottle-transfers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transfer-status.
    SELECT reversal-work-file ASSIGN TO "fish-bottle-consol-rev.tmp"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
FD  corporate-file.
01  corporate-line           pic x(100).

FD  transfer-file.
01  transfer-record.
    COPY "fbxfer.cpy".

FD  reversal-work-file.
01  reversal-work-record.
    05 rev-key               pic x(37).
    01 plant-summary-status  pic xx.
    01 plant-runctl-status   pic xx.
    01 corporate-status      pic xx.
    01 transfer-status       pic xx.

    01 plant-out-name        pic x(60).
    01 plant-summary-name    pic x(60).
    01 problem-count         pic 9(2) value 0.
    01 plants-seen           pic 9(2) value 0.

    01 transfer-table.
        05 transfer-plant-count pic 9(2) value 0.
        05 transfer-plant OCCURS 40 TIMES.
            10 tp-code           pic x(3).
            10 tp-included       pic x.
            10 tp-made           pic 9(7).
            10 tp-out            pic 9(6).
            10 tp-in             pic 9(6).
    01 transfer-scan         pic 9(2) value 0.
    01 transfer-index        pic 9(2) value 0.
    01 transfer-lookup       pic x(3).
    01 roll-date             pic 9(8) value 0.
    01 combined-made         pic 9(7) value 0.
    01 combined-out          pic 9(6) value 0.
    01 combined-in           pic 9(6) value 0.
    01 combined-transit      pic 9(6) value 0.
    01 plant-net             pic s9(7) value 0.
    01 combined-net          pic s9(7) value 0.
    01 edit-net              pic -(7)9.

PROCEDURE DIVISION.
    OPEN OUTPUT corporate-file
    PERFORM WRITE-CORPORATE-HEADER
    END-IF
    IF plants-seen > 0
        PERFORM WRITE-COMBINED-TOTALS
        PERFORM WRITE-TRANSFER-TOTALS
    END-IF
    IF problem-count > 0
        MOVE SPACE TO corporate-line
        ADD pc-other TO cc-other
        ADD pc-rejected TO cc-rejected
    END-IF
    PERFORM STORE-TRANSFER-PLANT
    PERFORM WRITE-ONE-PLANT-LINE.

STORE-TRANSFER-PLANT.
    IF transfer-plant-count < 40
        ADD 1 TO transfer-plant-count
        MOVE plant-code TO tp-code(transfer-plant-count)
        MOVE 0 TO tp-out(transfer-plant-count)
        MOVE 0 TO tp-in(transfer-plant-count)
        IF plant-ok
            MOVE 'Y' TO tp-included(transfer-plant-count)
            COMPUTE tp-made(transfer-plant-count) = pc-fish-bottle
                + pc-bottle + pc-fish + pc-splash + pc-other
            IF roll-date = 0
                MOVE plant-business-date TO roll-date
            END-IF
        ELSE
            MOVE 'N' TO tp-included(transfer-plant-count)
            MOVE 0 TO tp-made(transfer-plant-count)
        END-IF
    END-IF.

BUILD-PLANT-FILE-NAMES.
    MOVE SPACE TO plant-out-name
    STRING FUNCTION TRIM(plant-path)
    EVALUATE TRUE
        WHEN audit-classification = "REVERSAL"
            CONTINUE
        WHEN audit-shift = 'T'
            CONTINUE
        WHEN audit-classification(1:9) = "DISPOSED-"
            CONTINUE
        WHEN audit-classification = "REJECTED"
    END-STRING
    PERFORM WRITE-CORPORATE-LINE.

WRITE-TRANSFER-TOTALS.
    MOVE 'N' TO file-eof
    OPEN INPUT transfer-file
    IF transfer-status = "00" AND roll-date > 0
        PERFORM UNTIL is-file-eof
            READ transfer-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF xfer-out-date = roll-date
                        PERFORM TALLY-ONE-TRANSFER
                    END-IF
            END-READ
        END-PERFORM
        PERFORM WRITE-TRANSFER-LINES
    END-IF
    IF transfer-status = "00" OR transfer-status = "10"
        CLOSE transfer-file
    END-IF.

TALLY-ONE-TRANSFER.
    MOVE xfer-from-plant TO transfer-lookup
    PERFORM FIND-TRANSFER-PLANT
    IF transfer-index > 0
        ADD 1 TO tp-out(transfer-index)
        ADD 1 TO combined-out
    END-IF
    IF xfer-state = 'R'
        MOVE xfer-to-plant TO transfer-lookup
        PERFORM FIND-TRANSFER-PLANT
        IF transfer-index > 0
            ADD 1 TO tp-in(transfer-index)
            ADD 1 TO combined-in
        END-IF
    ELSE
        ADD 1 TO combined-transit
    END-IF.

FIND-TRANSFER-PLANT.
    MOVE 0 TO transfer-index
    PERFORM VARYING transfer-scan FROM 1 BY 1
            UNTIL transfer-scan > transfer-plant-count
        IF tp-code(transfer-scan) = transfer-lookup
            MOVE transfer-scan TO transfer-index
            MOVE transfer-plant-count TO transfer-scan
        END-IF
    END-PERFORM.

WRITE-TRANSFER-LINES.
    MOVE SPACE TO corporate-line
    PERFORM WRITE-CORPORATE-LINE
    MOVE SPACE TO corporate-line
    STRING "Inter-plant transfers dispatched " roll-date
        " - made, out, in and net per plant"
        DELIMITED BY SIZE INTO corporate-line
    END-STRING
    PERFORM WRITE-CORPORATE-LINE
    MOVE ALL "-" TO corporate-line
    PERFORM WRITE-CORPORATE-LINE
    MOVE 0 TO combined-made
    MOVE 0 TO combined-net
    PERFORM VARYING transfer-scan FROM 1 BY 1
            UNTIL transfer-scan > transfer-plant-count
        COMPUTE plant-net = tp-made(transfer-scan)
            - tp-out(transfer-scan) + tp-in(transfer-scan)
        ADD tp-made(transfer-scan) TO combined-made
        ADD plant-net TO combined-net
        MOVE plant-net TO edit-net
        MOVE SPACE TO corporate-line
        IF tp-included(transfer-scan) = 'Y'
            STRING "Plant " tp-code(transfer-scan)
                "  made=" tp-made(transfer-scan)
                " out=" tp-out(transfer-scan)
                " in=" tp-in(transfer-scan)
                " net=" edit-net
                DELIMITED BY SIZE INTO corporate-line
            END-STRING
        ELSE
            STRING "Plant " tp-code(transfer-scan)
                "  not included"
                " out=" tp-out(transfer-scan)
                " in=" tp-in(transfer-scan)
                " net=" edit-net
                DELIMITED BY SIZE INTO corporate-line
            END-STRING
        END-IF
        PERFORM WRITE-CORPORATE-LINE
    END-PERFORM
    MOVE ALL "-" TO corporate-line
    PERFORM WRITE-CORPORATE-LINE
    MOVE SPACE TO corporate-line
    STRING "Combined   made=" combined-made
        " out=" combined-out
        " in=" combined-in
        " in transit=" combined-transit
        DELIMITED BY SIZE INTO corporate-line
    END-STRING
    PERFORM WRITE-CORPORATE-LINE
    COMPUTE combined-net = combined-net + combined-transit
    MOVE combined-net TO edit-net
    MOVE SPACE TO corporate-line
    STRING "Combined   plant nets + in transit =" edit-net
        DELIMITED BY SIZE INTO corporate-line
    END-STRING
    PERFORM WRITE-CORPORATE-LINE.

WRITE-CORPORATE-HEADER.
    MOVE "Corporate roll-up - per-plant and combined totals"
        TO corporate-line
