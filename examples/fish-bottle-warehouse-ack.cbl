    SELECT ack-report-file ASSIGN TO "fish-bottle-ack-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ack-report-status.
    SELECT pallet-file ASSIGN TO "fish-bottle-pallets.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-status.
    SELECT link-file ASSIGN TO "fish-bottle-pallet-links.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS link-status.

DATA DIVISION.
FILE SECTION.
                  ==ship-separator-1==  BY ==reg-separator-1==
                  ==ship-uuid==         BY ==reg-uuid==
                  ==ship-separator-2==  BY ==reg-separator-2==
                  ==ship-date==         BY ==reg-date==
                  ==ship-separator-3==  BY ==reg-separator-3==
                  ==ship-load-number==  BY ==reg-load-number==.

FD  kept-file.
01  kept-record              pic x(63).

FD  receipt-file.
01  receipt-record.
    05 shps-uuid             pic x(36).
    05 shps-separator-2      pic x.
    05 shps-ship-date        pic 9(8).
    05 shps-separator-3      pic x.
    05 shps-load-number      pic x(10).

FD  sorted-ship-file.
01  ship-record.
    05 ship-uuid             pic x(36).
    05 ship-separator-2      pic x.
    05 ship-ship-date        pic 9(8).
    05 ship-separator-3      pic x.
    05 ship-load-number      pic x(10).

SD  receipt-sort-file.
01  receipt-sort-record.
    05 ctl-ack-days          pic 9(3).

FD  ack-report-file.
01  ack-report-line          pic x(120).

FD  pallet-file.
01  pallet-record.
    COPY "fbpallet.cpy".

FD  link-file.
01  link-record.
    COPY "fbplink.cpy".

WORKING-STORAGE SECTION.
    01 shipment-status       pic xx.
    01 sorted-receipt-status pic xx.
    01 ack-control-status    pic xx.
    01 ack-report-status     pic xx.
    01 pallet-status         pic xx.
    01 link-status           pic xx.

    01 shipment-eof          pic x value 'N'.
        88 is-shipment-eof value 'Y'.
        88 is-ship-eof value 'Y'.
    01 receipt-eof           pic x value 'N'.
        88 is-receipt-eof value 'Y'.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 pallet-known          pic x value 'N'.
        88 is-pallet-known value 'Y'.
    01 pallet-state-found    pic x value space.
    01 pallet-members        pic 9(6) value 0.

    01 ack-days              pic 9(3) value 3.
    01 register-present      pic x value 'N'.
    01 count-aged            pic 9(6) value 0.
    01 count-never-shipped   pic 9(6) value 0.
    01 count-duplicate       pic 9(6) value 0.
    01 count-pallet-receipts pic 9(6) value 0.
    01 count-unknown-pallet  pic 9(6) value 0.

    01 load-summary-table.
        05 load-summary-count pic 9(3) value 0.
        05 load-summary-entry OCCURS 500 TIMES.
            10 load-summary-number      pic x(10).
            10 load-summary-shipped     pic 9(6).
            10 load-summary-received    pic 9(6).
            10 load-summary-outstanding pic 9(6).
            10 load-summary-aged        pic 9(6).
    01 load-summary-scan     pic 9(3) value 0.
    01 load-summary-index    pic 9(3) value 0.
    01 load-lookup           pic x(10) value space.
    01 load-label            pic x(10) value space.

    01 master-action         pic x value 'U'.
    01 master-found          pic x.
    MOVE FUNCTION CURRENT-DATE TO today-data
    COMPUTE today-days = FUNCTION INTEGER-OF-DATE(today-date)
    PERFORM LOAD-ACK-CONTROL
    OPEN OUTPUT ack-report-file
    PERFORM WRITE-ACK-HEADER
    PERFORM SORT-SHIPPED-DETAILS
    PERFORM SORT-RECEIPTS
    PERFORM MATCH-RECEIPTS-TO-SHIPMENTS
    PERFORM WRITE-LOAD-SUMMARY
    PERFORM WRITE-ACK-TOTALS
    CLOSE ack-report-file
    IF count-aged > 0 OR count-never-shipped > 0
       OR count-unknown-pallet > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
                    MOVE reg-uuid TO shps-uuid
                    MOVE SPACE TO shps-separator-2
                    MOVE reg-date TO shps-ship-date
                    MOVE SPACE TO shps-separator-3
                    MOVE reg-load-number TO shps-load-number
                    MOVE reg-load-number TO load-lookup
                    PERFORM FIND-LOAD-SUMMARY
                    IF load-summary-index > 0
                        ADD 1 TO load-summary-shipped(load-summary-index)
                    END-IF
                    RELEASE ship-sort-record
                END-IF
        END-READ
SORT-RECEIPTS.
    SORT receipt-sort-file
        ON ASCENDING KEY rcps-batch-number rcps-uuid
        INPUT PROCEDURE IS RELEASE-RECEIPTS
        GIVING sorted-receipt-file.

RELEASE-RECEIPTS.
    MOVE 'N' TO receipt-eof
    OPEN INPUT receipt-file
    IF receipt-status NOT = "00"
        SET is-receipt-eof TO TRUE
    END-IF
    PERFORM UNTIL is-receipt-eof
        READ receipt-file
            AT END
                SET is-receipt-eof TO TRUE
            NOT AT END
                IF rcpt-batch-number(1:1) = 'P'
                    PERFORM EXPAND-PALLET-RECEIPT
                ELSE
                    MOVE receipt-record TO receipt-sort-record
                    RELEASE receipt-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF receipt-status = "00" OR receipt-status = "10"
        CLOSE receipt-file
    END-IF
    MOVE 'N' TO receipt-eof.

EXPAND-PALLET-RECEIPT.
    MOVE 'N' TO pallet-known
    MOVE SPACE TO pallet-state-found
    MOVE 'N' TO file-eof
    OPEN INPUT pallet-file
    IF pallet-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ pallet-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF pallet-number = rcpt-batch-number
                   AND pallet-uuid = rcpt-uuid
                    MOVE pallet-state TO pallet-state-found
                    IF pallet-state NOT = 'V'
                        SET is-pallet-known TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF pallet-status = "00" OR pallet-status = "10"
        CLOSE pallet-file
    END-IF
    MOVE 0 TO pallet-members
    IF is-pallet-known
        PERFORM RELEASE-PALLET-MEMBERS
    END-IF
    IF pallet-members = 0
        ADD 1 TO count-unknown-pallet
        MOVE SPACE TO ack-report-line
        IF pallet-state-found = 'V'
            STRING "UNKNOWN PALLET: " rcpt-batch-number
                   "  received " rcpt-received-date
                   "  " rcpt-uuid "  (pallet was rebuilt)"
                DELIMITED BY SIZE INTO ack-report-line
            END-STRING
        ELSE
            STRING "UNKNOWN PALLET: " rcpt-batch-number
                   "  received " rcpt-received-date
                   "  " rcpt-uuid
                DELIMITED BY SIZE INTO ack-report-line
            END-STRING
        END-IF
        PERFORM WRITE-ACK-LINE
    ELSE
        ADD 1 TO count-pallet-receipts
        MOVE SPACE TO master-work
        MOVE rcpt-uuid TO mst-uuid
        MOVE 'W' TO mst-status
        MOVE rcpt-batch-number TO mst-batch-number
        MOVE "warehouse receipt" TO mst-reason
        CALL 'uuid-master-io' USING master-action master-found
            master-work
    END-IF.

RELEASE-PALLET-MEMBERS.
    MOVE 'N' TO file-eof
    OPEN INPUT link-file
    IF link-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ link-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF plink-pallet-number = rcpt-batch-number
                   AND plink-pallet-uuid = rcpt-uuid
                    MOVE SPACE TO receipt-sort-record
                    MOVE plink-batch-number TO rcps-batch-number
                    MOVE SPACE TO rcps-separator-1
                    MOVE plink-uuid TO rcps-uuid
                    MOVE SPACE TO rcps-separator-2
                    MOVE rcpt-received-date TO rcps-received-date
                    RELEASE receipt-sort-record
                    ADD 1 TO pallet-members
                END-IF
        END-READ
    END-PERFORM
    IF link-status = "00" OR link-status = "10"
        CLOSE link-file
    END-IF.

MATCH-RECEIPTS-TO-SHIPMENTS.
    OPEN INPUT sorted-ship-file
    OPEN INPUT sorted-receipt-file
    ELSE
        MOVE 'Y' TO ship-matched
        ADD 1 TO count-received
        MOVE ship-load-number TO load-lookup
        PERFORM FIND-LOAD-SUMMARY
        IF load-summary-index > 0
            ADD 1 TO load-summary-received(load-summary-index)
        END-IF
        IF ship-uuid NOT = SPACE
            MOVE SPACE TO master-work
            MOVE ship-uuid TO mst-uuid
            WRITE kept-record
        END-IF
        ADD 1 TO count-unacknowledged
        MOVE ship-load-number TO load-lookup
        PERFORM FIND-LOAD-SUMMARY
        IF load-summary-index > 0
            ADD 1 TO load-summary-outstanding(load-summary-index)
        END-IF
        MOVE 0 TO age-days
        IF ship-ship-date NUMERIC AND ship-ship-date > 0
            COMPUTE ship-days =
        END-IF
        IF age-days > ack-days
            ADD 1 TO count-aged
            IF load-summary-index > 0
                ADD 1 TO load-summary-aged(load-summary-index)
            END-IF
            MOVE SPACE TO ack-report-line
            STRING "UNACKNOWLEDGED: batch " ship-batch-number
                   "  shipped " ship-ship-date
                   "  " age-days " days ago  " ship-uuid
                   "  load " ship-load-number
                DELIMITED BY SIZE INTO ack-report-line
            END-STRING
            PERFORM WRITE-ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.

FIND-LOAD-SUMMARY.
    MOVE 0 TO load-summary-index
    PERFORM VARYING load-summary-scan FROM 1 BY 1
            UNTIL load-summary-scan > load-summary-count
        IF load-summary-number(load-summary-scan) = load-lookup
            MOVE load-summary-scan TO load-summary-index
            MOVE load-summary-count TO load-summary-scan
        END-IF
    END-PERFORM
    IF load-summary-index = 0 AND load-summary-count < 500
        ADD 1 TO load-summary-count
        MOVE load-summary-count TO load-summary-index
        MOVE load-lookup TO load-summary-number(load-summary-index)
        MOVE 0 TO load-summary-shipped(load-summary-index)
        MOVE 0 TO load-summary-received(load-summary-index)
        MOVE 0 TO load-summary-outstanding(load-summary-index)
        MOVE 0 TO load-summary-aged(load-summary-index)
    END-IF.

WRITE-LOAD-SUMMARY.
    MOVE SPACE TO ack-report-line
    PERFORM WRITE-ACK-LINE
    MOVE "By trailer load:" TO ack-report-line
    PERFORM WRITE-ACK-LINE
    PERFORM VARYING load-summary-scan FROM 1 BY 1
            UNTIL load-summary-scan > load-summary-count
        IF load-summary-number(load-summary-scan) = SPACE
            MOVE "(no load)" TO load-label
        ELSE
            MOVE load-summary-number(load-summary-scan) TO load-label
        END-IF
        MOVE SPACE TO ack-report-line
        STRING "  " load-label
               "  shipped " load-summary-shipped(load-summary-scan)
               "  received " load-summary-received(load-summary-scan)
               "  outstanding "
               load-summary-outstanding(load-summary-scan)
               "  aged " load-summary-aged(load-summary-scan)
            DELIMITED BY SIZE INTO ack-report-line
        END-STRING
        PERFORM WRITE-ACK-LINE
    END-PERFORM.

WRITE-ACK-HEADER.
    MOVE "Warehouse acknowledgment - receipts vs shipment register"
        TO ack-report-line
    END-STRING
    PERFORM WRITE-ACK-LINE
    MOVE SPACE TO ack-report-line
    STRING "Pallets received:      " count-pallet-receipts
        DELIMITED BY SIZE INTO ack-report-line
    END-STRING
    PERFORM WRITE-ACK-LINE
    MOVE SPACE TO ack-report-line
    STRING "Unknown pallets:       " count-unknown-pallet
        DELIMITED BY SIZE INTO ack-report-line
    END-STRING
    PERFORM WRITE-ACK-LINE
    MOVE SPACE TO ack-report-line
    STRING "Unacknowledged:        " count-unacknowledged
        DELIMITED BY SIZE INTO ack-report-line
    END-STRING
