IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-chargeback.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT run-control-file ASSIGN TO "fish-bottle-runctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-control-status.
    SELECT rate-file ASSIGN TO "fish-bottle-rates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-status.
    SELECT audit-file ASSIGN TO "fish-bottle-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-status.
    SELECT line-history-file ASSIGN TO "fish-bottle-line-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS line-history-status.
    SELECT container-sort-file ASSIGN TO "fish-bottle-charge-cont.tmp".
    SELECT sorted-container-file ASSIGN TO "fish-bottle-charge-cont.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-container-status.
    SELECT history-sort-file ASSIGN TO "fish-bottle-charge-hist.tmp".
    SELECT sorted-history-file ASSIGN TO "fish-bottle-charge-hist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-history-status.
    SELECT invoice-file ASSIGN TO "fish-bottle-invoices.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoice-status.
    SELECT charge-line-file ASSIGN TO "fish-bottle-charge-lines.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS charge-line-status.

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

FD  rate-file.
01  rate-record.
    05 rte-class             pic x(15).
    05 rte-separator-1       pic x.
    05 rte-per-container     pic 9(3)v99.
    05 rte-separator-2       pic x.
    05 rte-per-weight        pic 9v9(4).

FD  audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  line-history-file.
01  line-history-record.
    COPY "fblhist.cpy".

SD  container-sort-file.
01  container-sort-record.
    05 cons-business-date    pic 9(8).
    05 cons-separator-1      pic x.
    05 cons-batch-number     pic x(6).
    05 cons-separator-2      pic x.
    05 cons-plant            pic x(3).
    05 cons-separator-3      pic x.
    05 cons-class            pic x(15).
    05 cons-separator-4      pic x.
    05 cons-uuid             pic x(36).

FD  sorted-container-file.
01  sorted-container-record.
    05 scon-business-date    pic 9(8).
    05 scon-separator-1      pic x.
    05 scon-batch-number     pic x(6).
    05 scon-separator-2      pic x.
    05 scon-plant            pic x(3).
    05 scon-separator-3      pic x.
    05 scon-class            pic x(15).
    05 scon-separator-4      pic x.
    05 scon-uuid             pic x(36).

SD  history-sort-file.
01  history-sort-record.
    COPY "fblhist.cpy"
        REPLACING ==lhist-business-date== BY ==hsrt-business-date==
                  ==lhist-separator-0==   BY ==hsrt-separator-0==
                  ==lhist-batch-number==  BY ==hsrt-batch-number==
                  ==lhist-separator-1==   BY ==hsrt-separator-1==
                  ==lhist-plant==         BY ==hsrt-plant==
                  ==lhist-separator-2==   BY ==hsrt-separator-2==
                  ==lhist-line-number==   BY ==hsrt-line-number==
                  ==lhist-separator-3==   BY ==hsrt-separator-3==
                  ==lhist-gross-weight==  BY ==hsrt-gross-weight==
                  ==lhist-separator-4==   BY ==hsrt-separator-4==
                  ==lhist-class==         BY ==hsrt-class==
                  ==lhist-separator-5==   BY ==hsrt-separator-5==
                  ==lhist-lane==          BY ==hsrt-lane==.

FD  sorted-history-file.
01  sorted-history-record.
    COPY "fblhist.cpy"
        REPLACING ==lhist-business-date== BY ==shst-business-date==
                  ==lhist-separator-0==   BY ==shst-separator-0==
                  ==lhist-batch-number==  BY ==shst-batch-number==
                  ==lhist-separator-1==   BY ==shst-separator-1==
                  ==lhist-plant==         BY ==shst-plant==
                  ==lhist-separator-2==   BY ==shst-separator-2==
                  ==lhist-line-number==   BY ==shst-line-number==
                  ==lhist-separator-3==   BY ==shst-separator-3==
                  ==lhist-gross-weight==  BY ==shst-gross-weight==
                  ==lhist-separator-4==   BY ==shst-separator-4==
                  ==lhist-class==         BY ==shst-class==
                  ==lhist-separator-5==   BY ==shst-separator-5==
                  ==lhist-lane==          BY ==shst-lane==.

FD  invoice-file.
01  invoice-line             pic x(100).

FD  charge-line-file.
01  charge-line-record.
    05 chg-period            pic 9(6).
    05 chg-separator-1       pic x.
    05 chg-plant             pic x(3).
    05 chg-separator-2       pic x.
    05 chg-type              pic x(9).
    05 chg-separator-3       pic x.
    05 chg-class             pic x(15).
    05 chg-separator-4       pic x.
    05 chg-quantity          pic 9(7).
    05 chg-separator-5       pic x.
    05 chg-weight            pic 9(9).
    05 chg-separator-6       pic x.
    05 chg-amount            pic 9(9).99.

WORKING-STORAGE SECTION.
    01 run-control-status    pic xx.
    01 rate-status           pic xx.
    01 audit-status          pic xx.
    01 line-history-status   pic xx.
    01 sorted-container-status pic xx.
    01 sorted-history-status pic xx.
    01 invoice-status        pic xx.
    01 charge-line-status    pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 container-eof         pic x value 'N'.
        88 is-container-eof value 'Y'.
    01 history-eof           pic x value 'N'.
        88 is-history-eof value 'Y'.

    01 period-arg            pic x(6) value space.
    01 billing-period        pic 9(6) value 0.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).
    01 record-business-date  pic 9(8) value 0.
    01 audit-stamp-date      pic 9(8) value 0.

    01 rate-table.
        05 rate-count        pic 9(3) value 0.
        05 rate-entry OCCURS 50 TIMES.
            10 rate-class            pic x(15).
            10 rate-per-container    pic 9(3)v99.
            10 rate-per-weight       pic 9v9(4).
    01 rate-scan             pic 9(3) value 0.
    01 rate-found            pic 9(3) value 0.
    01 rate-lookup           pic x(15) value space.

    01 reversal-table.
        05 reversal-count    pic 9(5) value 0.
        05 reversed-uuid OCCURS 10000 TIMES pic x(36).
    01 reversal-scan         pic 9(5) value 0.
    01 container-reversed    pic x value 'N'.
        88 is-container-reversed value 'Y'.

    01 charge-table.
        05 charge-count      pic 9(3) value 0.
        05 charge-entry OCCURS 500 TIMES.
            10 charge-plant          pic x(3).
            10 charge-type           pic x(9).
            10 charge-class          pic x(15).
            10 charge-quantity       pic 9(7).
            10 charge-weight         pic 9(9).
            10 charge-amount         pic 9(9)v99.
            10 charge-invoiced       pic x.
    01 charge-scan           pic 9(3) value 0.
    01 charge-index          pic 9(3) value 0.
    01 plant-scan            pic 9(3) value 0.

    01 price-plant           pic x(3) value space.
    01 price-type            pic x(9) value space.
    01 price-class           pic x(15) value space.
    01 price-weight          pic 9(6) value 0.
    01 price-amount          pic 9(7)v99 value 0.

    01 container-key.
        05 container-key-date    pic 9(8).
        05 container-key-batch   pic x(6).
    01 history-key.
        05 history-key-date      pic 9(8).
        05 history-key-batch     pic x(6).

    01 invoice-plant         pic x(3) value space.
    01 invoice-total         pic 9(9)v99 value 0.
    01 grand-total           pic 9(9)v99 value 0.
    01 edit-amount           pic z(8)9.99.
    01 count-containers      pic 9(7) value 0.
    01 count-reversed        pic 9(7) value 0.
    01 count-no-weight       pic 9(7) value 0.
    01 count-dispositions    pic 9(7) value 0.
    01 count-invoices        pic 9(3) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    MOVE 0 TO rate-count
    MOVE 0 TO reversal-count
    MOVE 0 TO charge-count
    MOVE 0 TO grand-total
    MOVE 0 TO count-containers
    MOVE 0 TO count-reversed
    MOVE 0 TO count-no-weight
    MOVE 0 TO count-dispositions
    MOVE 0 TO count-invoices
    PERFORM SET-BILLING-PERIOD
    PERFORM LOAD-RATE-TABLE
    IF rate-count = 0
        DISPLAY "No rates in fish-bottle-rates.dat - chargeback"
            " not produced"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM LOAD-REVERSED-CONTAINERS
    SORT container-sort-file
        ON ASCENDING KEY cons-business-date cons-batch-number
        INPUT PROCEDURE IS RELEASE-BILLABLE-CONTAINERS
        GIVING sorted-container-file
    SORT history-sort-file
        ON ASCENDING KEY hsrt-business-date hsrt-batch-number
        INPUT PROCEDURE IS RELEASE-PERIOD-HISTORY
        GIVING sorted-history-file
    PERFORM PRICE-CONTAINERS
    OPEN OUTPUT invoice-file
    OPEN OUTPUT charge-line-file
    PERFORM VARYING plant-scan FROM 1 BY 1
            UNTIL plant-scan > charge-count
        IF charge-invoiced(plant-scan) = 'N'
            MOVE charge-plant(plant-scan) TO invoice-plant
            PERFORM WRITE-PLANT-INVOICE
        END-IF
    END-PERFORM
    PERFORM WRITE-CHARGEBACK-TOTALS
    CLOSE invoice-file
    CLOSE charge-line-file
    GOBACK.

SET-BILLING-PERIOD.
    MOVE 0 TO billing-period
    ACCEPT period-arg FROM ARGUMENT-VALUE
    IF period-arg NOT = SPACE
       AND FUNCTION TRIM(period-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(period-arg) TO billing-period
    END-IF
    IF billing-period = 0
        OPEN INPUT run-control-file
        IF run-control-status = "00"
            READ run-control-file
            IF run-control-status = "00"
               AND runctl-business-date NUMERIC
                COMPUTE billing-period = runctl-business-date / 100
            END-IF
            CLOSE run-control-file
        END-IF
    END-IF
    IF billing-period = 0
        COMPUTE billing-period = today-date / 100
    END-IF.

LOAD-RATE-TABLE.
    MOVE 'N' TO file-eof
    OPEN INPUT rate-file
    IF rate-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ rate-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF rte-class NOT = SPACE
                   AND rte-per-container NUMERIC
                   AND rte-per-weight NUMERIC
                   AND rate-count < 50
                    ADD 1 TO rate-count
                    MOVE rte-class TO rate-class(rate-count)
                    MOVE rte-per-container
                        TO rate-per-container(rate-count)
                    MOVE rte-per-weight TO rate-per-weight(rate-count)
                END-IF
        END-READ
    END-PERFORM
    IF rate-status = "00" OR rate-status = "10"
        CLOSE rate-file
    END-IF.

LOAD-REVERSED-CONTAINERS.
    MOVE 'N' TO file-eof
    OPEN INPUT audit-file
    IF audit-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ audit-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF audit-classification = "REVERSAL"
                   AND audit-uuid NOT = SPACE
                   AND reversal-count < 10000
                    ADD 1 TO reversal-count
                    MOVE audit-uuid TO reversed-uuid(reversal-count)
                END-IF
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.

RELEASE-BILLABLE-CONTAINERS.
    MOVE 'N' TO file-eof
    OPEN INPUT audit-file
    IF audit-status NOT = "00"
        DISPLAY "No audit trail - nothing to bill"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ audit-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM SELECT-ONE-AUDIT-RECORD
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.

SELECT-ONE-AUDIT-RECORD.
    MOVE audit-date TO audit-stamp-date
    IF audit-run-id NUMERIC AND audit-run-id > 0
        COMPUTE record-business-date = audit-run-id / 1000000
    ELSE
        MOVE audit-stamp-date TO record-business-date
    END-IF
    EVALUATE TRUE
        WHEN audit-classification = "REVERSAL"
            CONTINUE
        WHEN audit-shift = 'T'
            CONTINUE
        WHEN audit-classification = "REJECTED"
            CONTINUE
        WHEN audit-classification = "DISPOSED-REWORK"
            IF audit-stamp-date / 100 = billing-period
                MOVE "REWORK" TO price-type
                PERFORM PRICE-DISPOSITION
            END-IF
        WHEN audit-classification(1:9) = "DISPOSED-"
            IF audit-stamp-date / 100 = billing-period
                MOVE "EXCEPTION" TO price-type
                PERFORM PRICE-DISPOSITION
            END-IF
        WHEN audit-uuid = SPACE
            CONTINUE
        WHEN record-business-date / 100 NOT = billing-period
            CONTINUE
        WHEN OTHER
            PERFORM CHECK-CONTAINER-REVERSED
            IF is-container-reversed
                ADD 1 TO count-reversed
            ELSE
                MOVE SPACE TO container-sort-record
                MOVE record-business-date TO cons-business-date
                MOVE audit-batch-number TO cons-batch-number
                MOVE audit-plant TO cons-plant
                MOVE audit-classification TO cons-class
                MOVE audit-uuid TO cons-uuid
                RELEASE container-sort-record
            END-IF
    END-EVALUATE.

CHECK-CONTAINER-REVERSED.
    MOVE 'N' TO container-reversed
    PERFORM VARYING reversal-scan FROM 1 BY 1
            UNTIL reversal-scan > reversal-count
        IF reversed-uuid(reversal-scan) = audit-uuid
            SET is-container-reversed TO TRUE
            MOVE reversal-count TO reversal-scan
        END-IF
    END-PERFORM.

PRICE-DISPOSITION.
    ADD 1 TO count-dispositions
    MOVE audit-plant TO price-plant
    MOVE SPACE TO price-class
    MOVE 0 TO price-weight
    MOVE price-type TO rate-lookup
    PERFORM FIND-RATE
    IF rate-found > 0
        MOVE rate-per-container(rate-found) TO price-amount
    ELSE
        MOVE 0 TO price-amount
    END-IF
    PERFORM ADD-TO-CHARGE-TABLE.

RELEASE-PERIOD-HISTORY.
    MOVE 'N' TO file-eof
    OPEN INPUT line-history-file
    IF line-history-status NOT = "00"
        DISPLAY "No line history - containers priced without weight"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ line-history-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF lhist-business-date NUMERIC
                   AND lhist-business-date / 100 = billing-period
                    MOVE line-history-record TO history-sort-record
                    RELEASE history-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF line-history-status = "00" OR line-history-status = "10"
        CLOSE line-history-file
    END-IF.

PRICE-CONTAINERS.
    OPEN INPUT sorted-container-file
    OPEN INPUT sorted-history-file
    PERFORM READ-NEXT-HISTORY
    PERFORM READ-NEXT-CONTAINER
    PERFORM UNTIL is-container-eof
        PERFORM UNTIL is-history-eof
                OR history-key NOT < container-key
            PERFORM READ-NEXT-HISTORY
        END-PERFORM
        IF NOT is-history-eof AND history-key = container-key
           AND shst-gross-weight NUMERIC
            MOVE shst-gross-weight TO price-weight
        ELSE
            MOVE 0 TO price-weight
            ADD 1 TO count-no-weight
        END-IF
        PERFORM PRICE-ONE-CONTAINER
        PERFORM READ-NEXT-CONTAINER
    END-PERFORM
    CLOSE sorted-container-file
    CLOSE sorted-history-file.

READ-NEXT-CONTAINER.
    READ sorted-container-file
        AT END
            SET is-container-eof TO TRUE
        NOT AT END
            MOVE scon-business-date TO container-key-date
            MOVE scon-batch-number TO container-key-batch
    END-READ.

READ-NEXT-HISTORY.
    READ sorted-history-file
        AT END
            SET is-history-eof TO TRUE
        NOT AT END
            MOVE shst-business-date TO history-key-date
            MOVE shst-batch-number TO history-key-batch
    END-READ.

PRICE-ONE-CONTAINER.
    ADD 1 TO count-containers
    MOVE scon-plant TO price-plant
    MOVE "CONTAINER" TO price-type
    IF FUNCTION TRIM(scon-class) IS NUMERIC
        MOVE "other" TO price-class
    ELSE
        MOVE scon-class TO price-class
    END-IF
    MOVE price-class TO rate-lookup
    PERFORM FIND-RATE
    IF rate-found = 0
        MOVE "default" TO rate-lookup
        PERFORM FIND-RATE
    END-IF
    IF rate-found > 0
        COMPUTE price-amount ROUNDED =
            rate-per-container(rate-found)
            + price-weight * rate-per-weight(rate-found)
    ELSE
        MOVE 0 TO price-amount
    END-IF
    PERFORM ADD-TO-CHARGE-TABLE.

FIND-RATE.
    MOVE 0 TO rate-found
    PERFORM VARYING rate-scan FROM 1 BY 1
            UNTIL rate-scan > rate-count
        IF rate-class(rate-scan) = rate-lookup
            MOVE rate-scan TO rate-found
            MOVE rate-count TO rate-scan
        END-IF
    END-PERFORM.

ADD-TO-CHARGE-TABLE.
    MOVE 0 TO charge-index
    PERFORM VARYING charge-scan FROM 1 BY 1
            UNTIL charge-scan > charge-count
        IF charge-plant(charge-scan) = price-plant
           AND charge-type(charge-scan) = price-type
           AND charge-class(charge-scan) = price-class
            MOVE charge-scan TO charge-index
            MOVE charge-count TO charge-scan
        END-IF
    END-PERFORM
    IF charge-index = 0
        IF charge-count < 500
            ADD 1 TO charge-count
            MOVE charge-count TO charge-index
            MOVE price-plant TO charge-plant(charge-index)
            MOVE price-type TO charge-type(charge-index)
            MOVE price-class TO charge-class(charge-index)
            MOVE 0 TO charge-quantity(charge-index)
            MOVE 0 TO charge-weight(charge-index)
            MOVE 0 TO charge-amount(charge-index)
            MOVE 'N' TO charge-invoiced(charge-index)
        ELSE
            DISPLAY "WARNING: charge table full - " price-plant " "
                price-type " " price-class " not billed"
        END-IF
    END-IF
    IF charge-index > 0
        ADD 1 TO charge-quantity(charge-index)
        ADD price-weight TO charge-weight(charge-index)
        ADD price-amount TO charge-amount(charge-index)
    END-IF.

WRITE-PLANT-INVOICE.
    ADD 1 TO count-invoices
    MOVE 0 TO invoice-total
    MOVE SPACE TO invoice-line
    STRING "HANDLING CHARGEBACK INVOICE   plant " invoice-plant
           "   period " billing-period
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE "Charge     Class             Count     Weight        Amount"
        TO invoice-line
    PERFORM WRITE-INVOICE-LINE
    MOVE ALL "-" TO invoice-line
    PERFORM WRITE-INVOICE-LINE
    PERFORM VARYING charge-scan FROM 1 BY 1
            UNTIL charge-scan > charge-count
        IF charge-plant(charge-scan) = invoice-plant
            MOVE 'Y' TO charge-invoiced(charge-scan)
            PERFORM WRITE-ONE-CHARGE
        END-IF
    END-PERFORM
    MOVE ALL "-" TO invoice-line
    PERFORM WRITE-INVOICE-LINE
    MOVE invoice-total TO edit-amount
    MOVE SPACE TO invoice-line
    STRING "Invoice total:                                 "
           edit-amount
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE SPACE TO invoice-line
    PERFORM WRITE-INVOICE-LINE
    ADD invoice-total TO grand-total.

WRITE-ONE-CHARGE.
    ADD charge-amount(charge-scan) TO invoice-total
    MOVE charge-amount(charge-scan) TO edit-amount
    MOVE SPACE TO invoice-line
    STRING charge-type(charge-scan) "  " charge-class(charge-scan)
           "  " charge-quantity(charge-scan)
           "  " charge-weight(charge-scan)
           "  " edit-amount
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE SPACE TO charge-line-record
    MOVE billing-period TO chg-period
    MOVE charge-plant(charge-scan) TO chg-plant
    MOVE charge-type(charge-scan) TO chg-type
    MOVE charge-class(charge-scan) TO chg-class
    MOVE charge-quantity(charge-scan) TO chg-quantity
    MOVE charge-weight(charge-scan) TO chg-weight
    MOVE charge-amount(charge-scan) TO chg-amount
    WRITE charge-line-record.

WRITE-CHARGEBACK-TOTALS.
    MOVE SPACE TO invoice-line
    STRING "Invoices:             " count-invoices
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE SPACE TO invoice-line
    STRING "Containers billed:    " count-containers
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE SPACE TO invoice-line
    STRING "Reversed, not billed: " count-reversed
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE SPACE TO invoice-line
    STRING "No line weight found: " count-no-weight
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE SPACE TO invoice-line
    STRING "Dispositions billed:  " count-dispositions
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE
    MOVE grand-total TO edit-amount
    MOVE SPACE TO invoice-line
    STRING "Total charged:        " edit-amount
        DELIMITED BY SIZE INTO invoice-line
    END-STRING
    PERFORM WRITE-INVOICE-LINE.

WRITE-INVOICE-LINE.
    WRITE invoice-line
    DISPLAY invoice-line.
