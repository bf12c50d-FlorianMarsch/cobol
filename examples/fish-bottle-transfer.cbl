IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-transfer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT plant-file ASSIGN TO "fish-bottle-plants.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plant-status.
    SELECT plant-audit-file ASSIGN TO DYNAMIC plant-audit-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plant-audit-status.
    SELECT transfer-file ASSIGN TO "fish-bottle-transfers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transfer-status.
    SELECT transfer-keep-file ASSIGN TO "fish-bottle-transfer-keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transfer-keep-status.
    SELECT transit-limit-file ASSIGN TO "fish-bottle-transit-days.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transit-limit-status.
    SELECT transfer-report-file
        ASSIGN TO "fish-bottle-transfer-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transfer-report-status.

DATA DIVISION.
FILE SECTION.
FD  plant-file.
01  plant-record.
    05 plant-code            pic x(3).
    05 plant-separator       pic x.
    05 plant-path            pic x(30).

FD  plant-audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  transfer-file.
01  transfer-record.
    COPY "fbxfer.cpy".

FD  transfer-keep-file.
01  transfer-keep-record     pic x(112).

FD  transit-limit-file.
01  transit-limit-record.
    05 tlim-route            pic x(7).
    05 tlim-separator        pic x.
    05 tlim-days             pic 9(3).

FD  transfer-report-file.
01  transfer-report-line     pic x(120).

WORKING-STORAGE SECTION.
    01 plant-status          pic xx.
    01 plant-audit-status    pic xx.
    01 transfer-status       pic xx.
    01 transfer-keep-status  pic xx.
    01 transit-limit-status  pic xx.
    01 transfer-report-status pic xx.
    01 plant-audit-name      pic x(60).
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 stamp-data.
        05 stamp-date.
            10 stamp-year    pic 9(4).
            10 stamp-month   pic 9(2).
            10 stamp-day     pic 9(2).
        05 stamp-hours       pic 9(2).
        05 stamp-minute      pic 9(2).
        05 stamp-second      pic 9(2).
        05 stamp-rest        pic x(7).

    01 mode-arg              pic x(8) value space.
    01 from-arg              pic x(3) value space.
    01 to-arg                pic x(3) value space.
    01 uuid-arg              pic x(36) value space.
    01 operator-arg          pic x(4) value space.
    01 required-action       pic x value 'F'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.
    01 transfer-refused      pic x value 'N'.
        88 is-transfer-refused value 'Y'.

    01 plant-table.
        05 plant-count       pic 9(2) value 0.
        05 plant-entry OCCURS 40 TIMES.
            10 tbl-plant-code    pic x(3).
            10 tbl-plant-path    pic x(30).
    01 plant-scan            pic 9(2) value 0.
    01 lookup-plant          pic x(3).
    01 lookup-path           pic x(30).
    01 from-path             pic x(30) value space.
    01 to-path               pic x(30) value space.

    01 container-on-hand     pic x value 'N'.
        88 is-container-on-hand value 'Y'.
    01 found-batch           pic x(6) value space.
    01 found-class           pic x(15) value space.
    01 found-run-id          pic 9(14) value 0.
    01 found-hold            pic x value space.
    01 transit-found         pic x value 'N'.
        88 is-transit-found value 'Y'.
    01 transit-from          pic x(3) value space.
    01 transit-to            pic x(3) value space.
    01 transit-out-date      pic 9(8) value 0.
    01 transfer-audit-class  pic x(15) value space.
    01 transfer-audit-plant  pic x(3) value space.

    01 limit-table.
        05 limit-count       pic 9(2) value 0.
        05 limit-entry OCCURS 60 TIMES.
            10 limit-route       pic x(7).
            10 limit-days        pic 9(3).
    01 limit-scan            pic 9(2) value 0.
    01 default-transit-days  pic 9(3) value 3.
    01 route-key             pic x(7).
    01 allowed-days          pic 9(3).
    01 today-date            pic 9(8) value 0.
    01 transit-age           pic s9(5) value 0.
    01 edit-age              pic zzzz9.
    01 overdue-flag          pic x(8).

    01 transfer-totals.
        05 count-in-transit  pic 9(5) value 0.
        05 count-overdue     pic 9(5) value 0.
        05 count-received    pic 9(5) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO stamp-data
    MOVE stamp-date TO today-date
    ACCEPT mode-arg FROM ARGUMENT-VALUE
    EVALUATE mode-arg
        WHEN "OUT"
            ACCEPT from-arg FROM ARGUMENT-VALUE
            ACCEPT to-arg FROM ARGUMENT-VALUE
            ACCEPT uuid-arg FROM ARGUMENT-VALUE
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            PERFORM TRANSFER-OUT
        WHEN "IN"
            ACCEPT to-arg FROM ARGUMENT-VALUE
            ACCEPT uuid-arg FROM ARGUMENT-VALUE
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            PERFORM TRANSFER-IN
        WHEN "REPORT"
        WHEN SPACE
            PERFORM REPORT-IN-TRANSIT
        WHEN OTHER
            PERFORM SHOW-USAGE
    END-EVALUATE
    STOP RUN.

SHOW-USAGE.
    DISPLAY "Usage: fish-bottle-transfer"
        " OUT <from-plant> <to-plant> <uuid> <operator>"
    DISPLAY "       fish-bottle-transfer"
        " IN <receiving-plant> <uuid> <operator>"
    DISPLAY "       fish-bottle-transfer [REPORT]"
    MOVE 8 TO RETURN-CODE.

TRANSFER-OUT.
    IF from-arg = SPACE OR to-arg = SPACE OR uuid-arg = SPACE
       OR operator-arg = SPACE
        PERFORM SHOW-USAGE
        SET is-transfer-refused TO TRUE
    END-IF
    IF NOT is-transfer-refused
        PERFORM CHECK-OPERATOR
    END-IF
    IF NOT is-transfer-refused
        PERFORM LOAD-PLANT-TABLE
        MOVE from-arg TO lookup-plant
        PERFORM FIND-PLANT-PATH
        MOVE lookup-path TO from-path
        MOVE to-arg TO lookup-plant
        PERFORM FIND-PLANT-PATH
        MOVE lookup-path TO to-path
        EVALUATE TRUE
            WHEN from-path = SPACE
                DISPLAY "Transfer refused - plant " from-arg
                    " is not on the plant control file"
                SET is-transfer-refused TO TRUE
            WHEN to-path = SPACE
                DISPLAY "Transfer refused - plant " to-arg
                    " is not on the plant control file"
                SET is-transfer-refused TO TRUE
            WHEN from-arg = to-arg
                DISPLAY "Transfer refused - origin and destination"
                    " are the same plant"
                SET is-transfer-refused TO TRUE
        END-EVALUATE
    END-IF
    IF NOT is-transfer-refused
        PERFORM FIND-IN-TRANSIT-TRANSFER
        IF is-transit-found
            DISPLAY "Transfer refused - " uuid-arg
                " is already in transit from " transit-from
                " to " transit-to
            SET is-transfer-refused TO TRUE
        END-IF
    END-IF
    IF NOT is-transfer-refused
        MOVE from-path TO lookup-path
        PERFORM FIND-CONTAINER-AT-PLANT
        IF NOT is-container-on-hand
            DISPLAY "Transfer refused - " uuid-arg
                " is not on hand at plant " from-arg
            SET is-transfer-refused TO TRUE
        END-IF
    END-IF
    IF is-transfer-refused
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "TRANSFER-OUT" TO transfer-audit-class
        MOVE from-arg TO transfer-audit-plant
        MOVE from-path TO lookup-path
        PERFORM WRITE-TRANSFER-AUDIT
        PERFORM APPEND-TRANSFER-RECORD
        DISPLAY "Transfer out: " uuid-arg " batch " found-batch
            " " FUNCTION TRIM(found-class) " from " from-arg
            " to " to-arg " by " operator-arg " " operator-name
    END-IF.

TRANSFER-IN.
    IF to-arg = SPACE OR uuid-arg = SPACE OR operator-arg = SPACE
        PERFORM SHOW-USAGE
        SET is-transfer-refused TO TRUE
    END-IF
    IF NOT is-transfer-refused
        PERFORM CHECK-OPERATOR
    END-IF
    IF NOT is-transfer-refused
        PERFORM LOAD-PLANT-TABLE
        MOVE to-arg TO lookup-plant
        PERFORM FIND-PLANT-PATH
        MOVE lookup-path TO to-path
        IF to-path = SPACE
            DISPLAY "Receipt refused - plant " to-arg
                " is not on the plant control file"
            SET is-transfer-refused TO TRUE
        END-IF
    END-IF
    IF NOT is-transfer-refused
        PERFORM FIND-IN-TRANSIT-TRANSFER
        EVALUATE TRUE
            WHEN NOT is-transit-found
                DISPLAY "Receipt refused - " uuid-arg
                    " is not in transit"
                SET is-transfer-refused TO TRUE
            WHEN transit-to NOT = to-arg
                DISPLAY "Receipt refused - " uuid-arg
                    " was sent from " transit-from " to " transit-to
                    ", not to " to-arg
                SET is-transfer-refused TO TRUE
        END-EVALUATE
    END-IF
    IF is-transfer-refused
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE found-class TO transfer-audit-class
        MOVE to-arg TO transfer-audit-plant
        MOVE to-path TO lookup-path
        PERFORM WRITE-TRANSFER-AUDIT
        PERFORM MARK-TRANSFER-RECEIVED
        DISPLAY "Transfer in: " uuid-arg " batch " found-batch
            " " FUNCTION TRIM(found-class) " from " transit-from
            " received at " to-arg " by " operator-arg " "
            operator-name
    END-IF.

CHECK-OPERATOR.
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Transfer refused - operator " operator-arg
            " is not authorized"
        SET is-transfer-refused TO TRUE
    END-IF.

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
                    IF plant-code NOT = SPACE AND plant-count < 40
                        ADD 1 TO plant-count
                        MOVE plant-code TO tbl-plant-code(plant-count)
                        MOVE plant-path TO tbl-plant-path(plant-count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE plant-file
    END-IF.

FIND-PLANT-PATH.
    MOVE SPACE TO lookup-path
    PERFORM VARYING plant-scan FROM 1 BY 1
            UNTIL plant-scan > plant-count
        IF tbl-plant-code(plant-scan) = lookup-plant
            MOVE tbl-plant-path(plant-scan) TO lookup-path
            MOVE plant-count TO plant-scan
        END-IF
    END-PERFORM.

BUILD-PLANT-AUDIT-NAME.
    MOVE SPACE TO plant-audit-name
    STRING FUNCTION TRIM(lookup-path)
           "/fish-bottle-audit.dat" DELIMITED BY SIZE
        INTO plant-audit-name
    END-STRING.

FIND-CONTAINER-AT-PLANT.
    MOVE 'N' TO container-on-hand
    PERFORM BUILD-PLANT-AUDIT-NAME
    MOVE 'N' TO file-eof
    OPEN INPUT plant-audit-file
    IF plant-audit-status = "00"
        PERFORM UNTIL is-file-eof
            READ plant-audit-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF audit-uuid = uuid-arg
                        PERFORM NOTE-CONTAINER-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE plant-audit-file
    END-IF.

NOTE-CONTAINER-RECORD.
    EVALUATE TRUE
        WHEN audit-classification = "REVERSAL"
            MOVE 'N' TO container-on-hand
        WHEN audit-classification = "TRANSFER-OUT"
            MOVE 'N' TO container-on-hand
        WHEN audit-classification = "REJECTED"
            CONTINUE
        WHEN audit-classification(1:9) = "DISPOSED-"
            CONTINUE
        WHEN OTHER
            MOVE 'Y' TO container-on-hand
            MOVE audit-batch-number TO found-batch
            MOVE audit-classification TO found-class
            MOVE audit-hold TO found-hold
            IF audit-run-id NUMERIC
                MOVE audit-run-id TO found-run-id
            ELSE
                MOVE 0 TO found-run-id
            END-IF
    END-EVALUATE.

FIND-IN-TRANSIT-TRANSFER.
    MOVE 'N' TO transit-found
    MOVE 'N' TO file-eof
    OPEN INPUT transfer-file
    IF transfer-status = "00"
        PERFORM UNTIL is-file-eof
            READ transfer-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF xfer-uuid = uuid-arg AND xfer-state = 'T'
                        SET is-transit-found TO TRUE
                        MOVE xfer-from-plant TO transit-from
                        MOVE xfer-to-plant TO transit-to
                        MOVE xfer-out-date TO transit-out-date
                        MOVE xfer-batch-number TO found-batch
                        MOVE xfer-classification TO found-class
                        MOVE xfer-run-id TO found-run-id
                        MOVE SPACE TO found-hold
                    END-IF
            END-READ
        END-PERFORM
        CLOSE transfer-file
    END-IF.

WRITE-TRANSFER-AUDIT.
    PERFORM BUILD-PLANT-AUDIT-NAME
    OPEN EXTEND plant-audit-file
    IF plant-audit-status NOT = "00"
        OPEN OUTPUT plant-audit-file
    END-IF
    MOVE SPACE TO audit-record
    MOVE found-batch TO audit-batch-number
    MOVE SPACE TO audit-separator-1
    MOVE transfer-audit-class TO audit-classification
    MOVE SPACE TO audit-separator-2
    MOVE uuid-arg TO audit-uuid
    MOVE SPACE TO audit-separator-3
    MOVE stamp-year TO audit-year
    MOVE stamp-month TO audit-month
    MOVE stamp-day TO audit-day
    MOVE SPACE TO audit-separator-4
    MOVE stamp-hours TO audit-hours
    MOVE stamp-minute TO audit-minute
    MOVE stamp-second TO audit-second
    MOVE SPACE TO audit-separator-5
    MOVE 'T' TO audit-shift
    MOVE SPACE TO audit-separator-6
    MOVE transfer-audit-plant TO audit-plant
    MOVE SPACE TO audit-separator-7
    MOVE found-run-id TO audit-run-id
    MOVE SPACE TO audit-separator-8
    MOVE operator-arg TO audit-operator
    MOVE SPACE TO audit-separator-9
    MOVE found-hold TO audit-hold
    WRITE audit-record
    CLOSE plant-audit-file.

APPEND-TRANSFER-RECORD.
    OPEN EXTEND transfer-file
    IF transfer-status NOT = "00"
        OPEN OUTPUT transfer-file
    END-IF
    MOVE SPACE TO transfer-record
    MOVE uuid-arg TO xfer-uuid
    MOVE found-batch TO xfer-batch-number
    MOVE found-class TO xfer-classification
    MOVE from-arg TO xfer-from-plant
    MOVE to-arg TO xfer-to-plant
    MOVE stamp-date TO xfer-out-date
    MOVE operator-arg TO xfer-out-operator
    MOVE 0 TO xfer-in-date
    MOVE SPACE TO xfer-in-operator
    MOVE 'T' TO xfer-state
    MOVE found-run-id TO xfer-run-id
    WRITE transfer-record
    CLOSE transfer-file.

MARK-TRANSFER-RECEIVED.
    MOVE 'N' TO file-eof
    OPEN INPUT transfer-file
    OPEN OUTPUT transfer-keep-file
    PERFORM UNTIL is-file-eof
        READ transfer-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF xfer-uuid = uuid-arg AND xfer-state = 'T'
                    MOVE stamp-date TO xfer-in-date
                    MOVE operator-arg TO xfer-in-operator
                    MOVE 'R' TO xfer-state
                END-IF
                MOVE transfer-record TO transfer-keep-record
                WRITE transfer-keep-record
        END-READ
    END-PERFORM
    CLOSE transfer-file
    CLOSE transfer-keep-file
    MOVE 'N' TO file-eof
    OPEN INPUT transfer-keep-file
    OPEN OUTPUT transfer-file
    PERFORM UNTIL is-file-eof
        READ transfer-keep-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE transfer-keep-record TO transfer-record
                WRITE transfer-record
        END-READ
    END-PERFORM
    CLOSE transfer-keep-file
    CLOSE transfer-file.

REPORT-IN-TRANSIT.
    PERFORM LOAD-TRANSIT-LIMITS
    OPEN OUTPUT transfer-report-file
    MOVE SPACE TO transfer-report-line
    STRING "Containers in transit between plants as of " stamp-date
        DELIMITED BY SIZE INTO transfer-report-line
    END-STRING
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE SPACE TO transfer-report-line
    STRING "UUID                                 Batch  Class"
           "           From To  Sent on   Days  Limit"
        DELIMITED BY SIZE INTO transfer-report-line
    END-STRING
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE ALL "-" TO transfer-report-line
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE 'N' TO file-eof
    OPEN INPUT transfer-file
    IF transfer-status = "00"
        PERFORM UNTIL is-file-eof
            READ transfer-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    EVALUATE xfer-state
                        WHEN 'T'
                            PERFORM REPORT-ONE-IN-TRANSIT
                        WHEN 'R'
                            ADD 1 TO count-received
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE transfer-file
    END-IF
    IF count-in-transit = 0
        MOVE "  (no containers in transit)" TO transfer-report-line
        PERFORM WRITE-TRANSFER-REPORT-LINE
    END-IF
    MOVE ALL "-" TO transfer-report-line
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE SPACE TO transfer-report-line
    STRING "In transit:     " count-in-transit
        DELIMITED BY SIZE INTO transfer-report-line
    END-STRING
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE SPACE TO transfer-report-line
    STRING "Overdue:        " count-overdue
        DELIMITED BY SIZE INTO transfer-report-line
    END-STRING
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE SPACE TO transfer-report-line
    STRING "Received:       " count-received
        DELIMITED BY SIZE INTO transfer-report-line
    END-STRING
    PERFORM WRITE-TRANSFER-REPORT-LINE
    MOVE SPACE TO transfer-report-line
    IF count-overdue > 0
        STRING "Result: " count-overdue
            " transfers overdue - not received within the transit limit"
            DELIMITED BY SIZE INTO transfer-report-line
        END-STRING
        MOVE 4 TO RETURN-CODE
    ELSE
        STRING "Result: " count-in-transit
            " transfers in transit, none overdue"
            DELIMITED BY SIZE INTO transfer-report-line
        END-STRING
    END-IF
    PERFORM WRITE-TRANSFER-REPORT-LINE
    CLOSE transfer-report-file.

REPORT-ONE-IN-TRANSIT.
    ADD 1 TO count-in-transit
    MOVE SPACE TO route-key
    STRING xfer-from-plant "-" xfer-to-plant DELIMITED BY SIZE
        INTO route-key
    END-STRING
    MOVE default-transit-days TO allowed-days
    PERFORM VARYING limit-scan FROM 1 BY 1
            UNTIL limit-scan > limit-count
        IF limit-route(limit-scan) = route-key
            MOVE limit-days(limit-scan) TO allowed-days
            MOVE limit-count TO limit-scan
        END-IF
    END-PERFORM
    MOVE 0 TO transit-age
    IF xfer-out-date NUMERIC AND xfer-out-date > 0
        COMPUTE transit-age = FUNCTION INTEGER-OF-DATE(today-date)
            - FUNCTION INTEGER-OF-DATE(xfer-out-date)
    END-IF
    MOVE transit-age TO edit-age
    MOVE SPACE TO overdue-flag
    IF transit-age > allowed-days
        MOVE "OVERDUE" TO overdue-flag
        ADD 1 TO count-overdue
    END-IF
    MOVE SPACE TO transfer-report-line
    STRING xfer-uuid " " xfer-batch-number " "
           xfer-classification " " xfer-from-plant "  "
           xfer-to-plant " " xfer-out-date " " edit-age "  "
           allowed-days "  " overdue-flag
        DELIMITED BY SIZE INTO transfer-report-line
    END-STRING
    PERFORM WRITE-TRANSFER-REPORT-LINE.

LOAD-TRANSIT-LIMITS.
    MOVE 0 TO limit-count
    MOVE 'N' TO file-eof
    OPEN INPUT transit-limit-file
    IF transit-limit-status = "00"
        PERFORM UNTIL is-file-eof
            READ transit-limit-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF tlim-days NUMERIC
                        IF tlim-route = "default"
                            MOVE tlim-days TO default-transit-days
                        ELSE
                            IF limit-count < 60
                                ADD 1 TO limit-count
                                MOVE tlim-route
                                    TO limit-route(limit-count)
                                MOVE tlim-days
                                    TO limit-days(limit-count)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE transit-limit-file
    END-IF.

WRITE-TRANSFER-REPORT-LINE.
    WRITE transfer-report-line
    DISPLAY transfer-report-line.
