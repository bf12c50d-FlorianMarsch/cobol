IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-allocate.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT receipt-file ASSIGN TO "fish-bottle-receipts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS receipt-status.
    SELECT link-file ASSIGN TO "fish-bottle-pallet-links.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS link-status.
    SELECT history-file ASSIGN TO "fish-bottle-line-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS history-status.
    SELECT hold-master-file ASSIGN TO "fish-bottle-holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hold-master-status.
    SELECT order-file ASSIGN TO "fish-bottle-orders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS order-status.
    SELECT stock-file ASSIGN TO "fish-bottle-wh-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.
    SELECT order-sort-file ASSIGN TO "fish-bottle-alloc-ord.tmp".
    SELECT unit-sort-file ASSIGN TO "fish-bottle-alloc-unit.tmp".
    SELECT pick-file ASSIGN TO "fish-bottle-pick-lists.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pick-status.
    SELECT backorder-file ASSIGN TO "fish-bottle-backorders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS backorder-status.

DATA DIVISION.
FILE SECTION.
FD  receipt-file.
01  receipt-record.
    05 rcpt-batch-number     pic x(6).
    05 rcpt-separator-1      pic x.
    05 rcpt-uuid             pic x(36).
    05 rcpt-separator-2      pic x.
    05 rcpt-received-date    pic 9(8).

FD  link-file.
01  link-record.
    COPY "fbplink.cpy".

FD  history-file.
01  history-record.
    COPY "fblhist.cpy".

FD  hold-master-file.
01  hold-master-record.
    COPY "fbhold.cpy".

FD  order-file.
01  order-record.
    COPY "fborder.cpy".

FD  stock-file.
01  stock-record.
    COPY "fbwstock.cpy".

SD  order-sort-file.
01  order-sort-record.
    05 ords-number           pic x(8).
    05 ords-separator-1      pic x.
    05 ords-customer         pic x(10).
    05 ords-separator-2      pic x.
    05 ords-class            pic x(15).
    05 ords-separator-3      pic x.
    05 ords-unit             pic x.
    05 ords-separator-4      pic x.
    05 ords-quantity         pic 9(7).
    05 ords-separator-5      pic x.
    05 ords-ship-by          pic 9(8).
    05 ords-separator-6      pic x.
    05 ords-state            pic x.
    05 ords-separator-7      pic x.
    05 ords-entered-date     pic 9(8).
    05 ords-separator-8      pic x.
    05 ords-operator         pic x(4).

SD  unit-sort-file.
01  unit-sort-record.
    05 us-uuid               pic x(36).
    05 us-batch-number       pic x(6).
    05 us-class              pic x(15).
    05 us-weight             pic 9(6).
    05 us-received-date      pic 9(8).
    05 us-plant              pic x(3).
    05 us-line               pic 9(2).
    05 us-business-date      pic 9(8).
    05 us-state              pic x.
    05 us-order-number       pic x(8).
    05 us-allocated-date     pic 9(8).
    05 us-usable             pic x.
    05 us-tonight            pic x.

FD  pick-file.
01  pick-line                pic x(120).

FD  backorder-file.
01  backorder-line           pic x(120).

WORKING-STORAGE SECTION.
    01 receipt-status        pic xx.
    01 link-status           pic xx.
    01 history-status        pic xx.
    01 hold-master-status    pic xx.
    01 order-status          pic xx.
    01 stock-status          pic xx.
    01 pick-status           pic xx.
    01 backorder-status      pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 sort-eof              pic x value 'N'.
        88 is-sort-eof value 'Y'.

    01 stamp-data.
        05 stamp-date        pic 9(8).
        05 stamp-time        pic 9(6).
        05 stamp-rest        pic x(7).
    01 today-date            pic 9(8) value 0.

    01 master-action         pic x value 'R'.
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

    01 aix-action            pic x value 'I'.
    01 aix-found             pic x.
    01 aix-counts-work       pic x(50).
    01 found-record.
        COPY "fbaudit.cpy"
            REPLACING ==audit-batch-number==   BY ==fnd-batch-number==
                      ==audit-separator-1==    BY ==fnd-separator-1==
                      ==audit-classification== BY ==fnd-classification==
                      ==audit-separator-2==    BY ==fnd-separator-2==
                      ==audit-uuid==           BY ==fnd-uuid==
                      ==audit-separator-3==    BY ==fnd-separator-3==
                      ==audit-date==           BY ==fnd-date==
                      ==audit-year==           BY ==fnd-year==
                      ==audit-month==          BY ==fnd-month==
                      ==audit-day==            BY ==fnd-day==
                      ==audit-separator-4==    BY ==fnd-separator-4==
                      ==audit-time==           BY ==fnd-time==
                      ==audit-hours==          BY ==fnd-hours==
                      ==audit-minute==         BY ==fnd-minute==
                      ==audit-second==         BY ==fnd-second==
                      ==audit-separator-5==    BY ==fnd-separator-5==
                      ==audit-shift==          BY ==fnd-shift==
                      ==audit-separator-6==    BY ==fnd-separator-6==
                      ==audit-plant==          BY ==fnd-plant==
                      ==audit-separator-7==    BY ==fnd-separator-7==
                      ==audit-run-id==         BY ==fnd-run-id==
                      ==audit-separator-8==    BY ==fnd-separator-8==
                      ==audit-operator==       BY ==fnd-operator==
                      ==audit-separator-9==    BY ==fnd-separator-9==
                      ==audit-hold==           BY ==fnd-hold==.

    01 unit-table.
        05 unit-count        pic 9(5) value 0.
        05 unit-entry OCCURS 20000 TIMES.
            10 tu-uuid           pic x(36).
            10 tu-batch-number   pic x(6).
            10 tu-class          pic x(15).
            10 tu-weight         pic 9(6).
            10 tu-received-date  pic 9(8).
            10 tu-plant          pic x(3).
            10 tu-line           pic 9(2).
            10 tu-business-date  pic 9(8).
            10 tu-state          pic x.
            10 tu-order-number   pic x(8).
            10 tu-allocated-date pic 9(8).
            10 tu-usable         pic x.
            10 tu-tonight        pic x.
    01 unit-scan             pic 9(5) value 0.
    01 unit-index            pic 9(5) value 0.
    01 new-uuid              pic x(36).
    01 new-batch             pic x(6).
    01 new-received-date     pic 9(8).
    01 history-batch         pic x(6).

    01 pallet-receipt-table.
        05 pallet-receipt-count pic 9(3) value 0.
        05 pallet-receipt OCCURS 200 TIMES.
            10 pr-number         pic x(6).
            10 pr-uuid           pic x(36).
            10 pr-received-date  pic 9(8).
    01 pallet-scan           pic 9(3) value 0.

    01 hold-table.
        05 hold-count        pic 9(2) value 0.
        05 hold-entry OCCURS 50 TIMES.
            10 ht-plant          pic x(3).
            10 ht-line           pic 9(2).
            10 ht-from           pic 9(8).
            10 ht-to             pic 9(8).
    01 hold-scan             pic 9(2) value 0.

    01 order-table.
        05 order-count       pic 9(4) value 0.
        05 order-entry OCCURS 2000 TIMES.
            10 to-number         pic x(8).
            10 to-customer       pic x(10).
            10 to-class          pic x(15).
            10 to-unit           pic x.
            10 to-quantity       pic 9(7).
            10 to-ship-by        pic 9(8).
            10 to-state          pic x.
            10 to-alloc-count    pic 9(7).
            10 to-alloc-weight   pic 9(9).
            10 to-new-count      pic 9(5).
            10 to-released       pic 9(5).
            10 to-withdrawn      pic 9(5).
    01 order-scan            pic 9(4) value 0.
    01 order-index           pic 9(4) value 0.
    01 order-satisfied       pic x value 'N'.
        88 is-order-satisfied value 'Y'.

    01 backorder-table.
        05 backorder-class-count pic 9(2) value 0.
        05 backorder-entry OCCURS 20 TIMES.
            10 bc-class          pic x(15).
            10 bc-orders         pic 9(5).
            10 bc-short-count    pic 9(7).
            10 bc-short-weight   pic 9(9).
    01 backorder-scan        pic 9(2) value 0.
    01 backorder-index       pic 9(2) value 0.
    01 short-quantity        pic 9(9) value 0.
    01 allocated-quantity    pic 9(9) value 0.
    01 late-flag             pic x(4).
    01 new-flag              pic x(3).
    01 unit-text             pic x(10).

    01 allocation-totals.
        05 count-new-receipts    pic 9(6) value 0.
        05 count-not-confirmed   pic 9(6) value 0.
        05 count-not-indexed     pic 9(6) value 0.
        05 count-in-stock        pic 9(6) value 0.
        05 count-available       pic 9(6) value 0.
        05 count-allocated       pic 9(6) value 0.
        05 count-unusable        pic 9(6) value 0.
        05 count-allocated-now   pic 9(6) value 0.
        05 count-orders-served   pic 9(5) value 0.
        05 count-released        pic 9(6) value 0.
        05 count-withdrawn       pic 9(6) value 0.
        05 count-orders-short    pic 9(5) value 0.
        05 total-short-count     pic 9(7) value 0.
        05 total-short-weight    pic 9(9) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO stamp-data
    MOVE stamp-date TO today-date
    PERFORM LOAD-STOCK-LEDGER
    PERFORM ADD-NEW-RECEIPTS
    PERFORM COMPLETE-NEW-UNITS
    PERFORM LOAD-ACTIVE-HOLDS
    PERFORM LOAD-CUSTOMER-ORDERS
    PERFORM REVIEW-STOCK-UNITS
    PERFORM SORT-STOCK-UNITS
    PERFORM VARYING order-scan FROM 1 BY 1
            UNTIL order-scan > order-count
        IF to-state(order-scan) NOT = 'C'
            PERFORM ALLOCATE-ONE-ORDER
        END-IF
    END-PERFORM
    PERFORM REWRITE-STOCK-LEDGER
    PERFORM WRITE-PICK-LISTS
    PERFORM WRITE-BACKORDER-REPORT
    GOBACK.

LOAD-STOCK-LEDGER.
    MOVE 0 TO unit-count
    MOVE 'N' TO file-eof
    OPEN INPUT stock-file
    IF stock-status = "00"
        PERFORM UNTIL is-file-eof
            READ stock-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF wst-uuid NOT = SPACE
                        PERFORM LOAD-ONE-LEDGER-UNIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE stock-file
    END-IF.

LOAD-ONE-LEDGER-UNIT.
    IF unit-count < 20000
        ADD 1 TO unit-count
        MOVE wst-uuid TO tu-uuid(unit-count)
        MOVE wst-batch-number TO tu-batch-number(unit-count)
        MOVE wst-class TO tu-class(unit-count)
        MOVE wst-weight TO tu-weight(unit-count)
        MOVE wst-received-date TO tu-received-date(unit-count)
        MOVE wst-plant TO tu-plant(unit-count)
        MOVE wst-line TO tu-line(unit-count)
        MOVE wst-business-date TO tu-business-date(unit-count)
        MOVE wst-state TO tu-state(unit-count)
        MOVE wst-order-number TO tu-order-number(unit-count)
        MOVE wst-allocated-date TO tu-allocated-date(unit-count)
        MOVE 'Y' TO tu-usable(unit-count)
        MOVE SPACE TO tu-tonight(unit-count)
    ELSE
        DISPLAY "WARNING: warehouse stock table full - " wst-uuid
            " not loaded"
    END-IF.

ADD-NEW-RECEIPTS.
    MOVE 'N' TO file-eof
    OPEN INPUT receipt-file
    IF receipt-status = "00"
        PERFORM UNTIL is-file-eof
            READ receipt-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF rcpt-batch-number(1:1) = 'P'
                        PERFORM STORE-PALLET-RECEIPT
                    ELSE
                        MOVE rcpt-uuid TO new-uuid
                        MOVE rcpt-batch-number TO new-batch
                        MOVE rcpt-received-date TO new-received-date
                        PERFORM ADD-ONE-RECEIPT-UNIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE receipt-file
    END-IF
    IF pallet-receipt-count > 0
        PERFORM ADD-PALLET-MEMBER-UNITS
    END-IF.

STORE-PALLET-RECEIPT.
    IF pallet-receipt-count < 200
        ADD 1 TO pallet-receipt-count
        MOVE rcpt-batch-number TO pr-number(pallet-receipt-count)
        MOVE rcpt-uuid TO pr-uuid(pallet-receipt-count)
        MOVE rcpt-received-date
            TO pr-received-date(pallet-receipt-count)
    END-IF.

ADD-PALLET-MEMBER-UNITS.
    MOVE 'N' TO file-eof
    OPEN INPUT link-file
    IF link-status = "00"
        PERFORM UNTIL is-file-eof
            READ link-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    PERFORM VARYING pallet-scan FROM 1 BY 1
                            UNTIL pallet-scan > pallet-receipt-count
                        IF pr-number(pallet-scan) = plink-pallet-number
                           AND pr-uuid(pallet-scan) = plink-pallet-uuid
                            MOVE plink-uuid TO new-uuid
                            MOVE plink-batch-number TO new-batch
                            MOVE pr-received-date(pallet-scan)
                                TO new-received-date
                            PERFORM ADD-ONE-RECEIPT-UNIT
                            MOVE pallet-receipt-count TO pallet-scan
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE link-file
    END-IF.

ADD-ONE-RECEIPT-UNIT.
    MOVE 0 TO unit-index
    IF new-uuid NOT = SPACE
        PERFORM VARYING unit-scan FROM 1 BY 1
                UNTIL unit-scan > unit-count
            IF tu-uuid(unit-scan) = new-uuid
                MOVE unit-scan TO unit-index
                MOVE unit-count TO unit-scan
            END-IF
        END-PERFORM
        IF unit-index = 0
            PERFORM ENTER-RECEIPT-UNIT
        END-IF
    END-IF.

ENTER-RECEIPT-UNIT.
    MOVE SPACE TO master-work
    MOVE new-uuid TO mst-uuid
    CALL 'uuid-master-io' USING master-action master-found
        master-work
    MOVE SPACE TO found-record
    MOVE new-uuid TO fnd-uuid
    MOVE 'I' TO aix-action
    CALL 'fish-bottle-audit-ix' USING aix-action aix-found
        found-record aix-counts-work
    EVALUATE TRUE
        WHEN master-found NOT = 'Y' OR mst-status NOT = 'W'
            ADD 1 TO count-not-confirmed
        WHEN aix-found NOT = 'Y'
          OR fnd-classification = "REVERSAL"
          OR fnd-classification = "REJECTED"
            ADD 1 TO count-not-indexed
        WHEN unit-count >= 20000
            DISPLAY "WARNING: warehouse stock table full - " new-uuid
                " not taken into stock"
        WHEN OTHER
            ADD 1 TO unit-count
            ADD 1 TO count-new-receipts
            MOVE new-uuid TO tu-uuid(unit-count)
            MOVE new-batch TO tu-batch-number(unit-count)
            IF fnd-classification IS NUMERIC
                MOVE "other" TO tu-class(unit-count)
            ELSE
                MOVE fnd-classification TO tu-class(unit-count)
            END-IF
            MOVE 0 TO tu-weight(unit-count)
            MOVE new-received-date TO tu-received-date(unit-count)
            MOVE fnd-plant TO tu-plant(unit-count)
            MOVE 0 TO tu-line(unit-count)
            IF fnd-run-id NUMERIC AND fnd-run-id > 0
                MOVE fnd-run-id(1:8) TO tu-business-date(unit-count)
            ELSE
                MOVE fnd-date TO tu-business-date(unit-count)
            END-IF
            MOVE 'A' TO tu-state(unit-count)
            MOVE SPACE TO tu-order-number(unit-count)
            MOVE 0 TO tu-allocated-date(unit-count)
            MOVE 'Y' TO tu-usable(unit-count)
            MOVE 'N' TO tu-tonight(unit-count)
    END-EVALUATE.

COMPLETE-NEW-UNITS.
    IF count-new-receipts > 0
        MOVE 'N' TO file-eof
        OPEN INPUT history-file
        IF history-status = "00"
            PERFORM UNTIL is-file-eof
                READ history-file
                    AT END
                        SET is-file-eof TO TRUE
                    NOT AT END
                        PERFORM MATCH-HISTORY-TO-NEW-UNITS
                END-READ
            END-PERFORM
            CLOSE history-file
        END-IF
    END-IF.

MATCH-HISTORY-TO-NEW-UNITS.
    MOVE lhist-batch-number TO history-batch
    PERFORM VARYING unit-scan FROM 1 BY 1
            UNTIL unit-scan > unit-count
        IF tu-tonight(unit-scan) = 'N'
           AND tu-batch-number(unit-scan) = history-batch
           AND tu-business-date(unit-scan) = lhist-business-date
           AND tu-plant(unit-scan) = lhist-plant
            MOVE lhist-gross-weight TO tu-weight(unit-scan)
            MOVE lhist-line-number TO tu-line(unit-scan)
        END-IF
    END-PERFORM.

LOAD-ACTIVE-HOLDS.
    MOVE 0 TO hold-count
    MOVE 'N' TO file-eof
    OPEN INPUT hold-master-file
    IF hold-master-status = "00"
        PERFORM UNTIL is-file-eof
            READ hold-master-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF hold-plant NOT = SPACE AND hold-status = 'A'
                       AND hold-count < 50
                        ADD 1 TO hold-count
                        MOVE hold-plant TO ht-plant(hold-count)
                        IF hold-line NUMERIC
                            MOVE hold-line TO ht-line(hold-count)
                        ELSE
                            MOVE 0 TO ht-line(hold-count)
                        END-IF
                        IF hold-from-date NUMERIC
                            MOVE hold-from-date TO ht-from(hold-count)
                        ELSE
                            MOVE 0 TO ht-from(hold-count)
                        END-IF
                        IF hold-to-date NUMERIC
                            MOVE hold-to-date TO ht-to(hold-count)
                        ELSE
                            MOVE 99999999 TO ht-to(hold-count)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE hold-master-file
    END-IF.

LOAD-CUSTOMER-ORDERS.
    MOVE 0 TO order-count
    OPEN INPUT order-file
    IF order-status = "00"
        CLOSE order-file
        SORT order-sort-file
            ON ASCENDING KEY ords-ship-by ords-entered-date ords-number
            USING order-file
            OUTPUT PROCEDURE IS LOAD-SORTED-ORDERS
    END-IF.

LOAD-SORTED-ORDERS.
    MOVE 'N' TO sort-eof
    PERFORM UNTIL is-sort-eof
        RETURN order-sort-file
            AT END
                SET is-sort-eof TO TRUE
            NOT AT END
                IF ords-number NOT = SPACE AND order-count < 2000
                    ADD 1 TO order-count
                    MOVE ords-number TO to-number(order-count)
                    MOVE ords-customer TO to-customer(order-count)
                    MOVE ords-class TO to-class(order-count)
                    MOVE ords-unit TO to-unit(order-count)
                    MOVE ords-quantity TO to-quantity(order-count)
                    MOVE ords-ship-by TO to-ship-by(order-count)
                    MOVE ords-state TO to-state(order-count)
                    MOVE 0 TO to-alloc-count(order-count)
                    MOVE 0 TO to-alloc-weight(order-count)
                    MOVE 0 TO to-new-count(order-count)
                    MOVE 0 TO to-released(order-count)
                    MOVE 0 TO to-withdrawn(order-count)
                END-IF
        END-RETURN
    END-PERFORM.

REVIEW-STOCK-UNITS.
    PERFORM VARYING unit-scan FROM 1 BY 1
            UNTIL unit-scan > unit-count
        PERFORM CHECK-UNIT-USABLE
        IF tu-state(unit-scan) = 'O'
            PERFORM REVIEW-ALLOCATED-UNIT
        END-IF
        IF tu-usable(unit-scan) NOT = 'Y'
            ADD 1 TO count-unusable
        END-IF
    END-PERFORM.

CHECK-UNIT-USABLE.
    MOVE 'Y' TO tu-usable(unit-scan)
    MOVE SPACE TO master-work
    MOVE tu-uuid(unit-scan) TO mst-uuid
    CALL 'uuid-master-io' USING master-action master-found
        master-work
    IF master-found NOT = 'Y' OR mst-status NOT = 'W'
        MOVE 'N' TO tu-usable(unit-scan)
    END-IF
    PERFORM VARYING hold-scan FROM 1 BY 1
            UNTIL hold-scan > hold-count
        IF ht-plant(hold-scan) = tu-plant(unit-scan)
           AND ht-line(hold-scan) = tu-line(unit-scan)
           AND tu-business-date(unit-scan) >= ht-from(hold-scan)
           AND tu-business-date(unit-scan) <= ht-to(hold-scan)
            MOVE 'N' TO tu-usable(unit-scan)
            MOVE hold-count TO hold-scan
        END-IF
    END-PERFORM.

REVIEW-ALLOCATED-UNIT.
    PERFORM FIND-UNIT-ORDER
    EVALUATE TRUE
        WHEN order-index = 0
            PERFORM RELEASE-UNIT-TO-STOCK
            ADD 1 TO count-released
        WHEN to-state(order-index) = 'C'
            PERFORM RELEASE-UNIT-TO-STOCK
            ADD 1 TO count-released
            ADD 1 TO to-released(order-index)
        WHEN tu-usable(unit-scan) NOT = 'Y'
            PERFORM RELEASE-UNIT-TO-STOCK
            ADD 1 TO count-withdrawn
            ADD 1 TO to-withdrawn(order-index)
        WHEN OTHER
            ADD 1 TO to-alloc-count(order-index)
            ADD tu-weight(unit-scan) TO to-alloc-weight(order-index)
    END-EVALUATE.

FIND-UNIT-ORDER.
    MOVE 0 TO order-index
    PERFORM VARYING order-scan FROM 1 BY 1
            UNTIL order-scan > order-count
        IF to-number(order-scan) = tu-order-number(unit-scan)
            MOVE order-scan TO order-index
            MOVE order-count TO order-scan
        END-IF
    END-PERFORM.

RELEASE-UNIT-TO-STOCK.
    MOVE 'A' TO tu-state(unit-scan)
    MOVE SPACE TO tu-order-number(unit-scan)
    MOVE 0 TO tu-allocated-date(unit-scan).

SORT-STOCK-UNITS.
    SORT unit-sort-file
        ON ASCENDING KEY us-received-date us-uuid
        INPUT PROCEDURE IS RELEASE-STOCK-UNITS
        OUTPUT PROCEDURE IS RELOAD-STOCK-UNITS.

RELEASE-STOCK-UNITS.
    PERFORM VARYING unit-scan FROM 1 BY 1
            UNTIL unit-scan > unit-count
        MOVE unit-entry(unit-scan) TO unit-sort-record
        RELEASE unit-sort-record
    END-PERFORM.

RELOAD-STOCK-UNITS.
    MOVE 0 TO unit-count
    MOVE 'N' TO sort-eof
    PERFORM UNTIL is-sort-eof
        RETURN unit-sort-file
            AT END
                SET is-sort-eof TO TRUE
            NOT AT END
                ADD 1 TO unit-count
                MOVE unit-sort-record TO unit-entry(unit-count)
        END-RETURN
    END-PERFORM.

ALLOCATE-ONE-ORDER.
    PERFORM CHECK-ORDER-SATISFIED
    PERFORM VARYING unit-scan FROM 1 BY 1
            UNTIL unit-scan > unit-count OR is-order-satisfied
        IF tu-state(unit-scan) = 'A'
           AND tu-usable(unit-scan) = 'Y'
           AND tu-class(unit-scan) = to-class(order-scan)
            MOVE 'O' TO tu-state(unit-scan)
            MOVE to-number(order-scan) TO tu-order-number(unit-scan)
            MOVE today-date TO tu-allocated-date(unit-scan)
            MOVE 'A' TO tu-tonight(unit-scan)
            ADD 1 TO to-alloc-count(order-scan)
            ADD tu-weight(unit-scan) TO to-alloc-weight(order-scan)
            ADD 1 TO to-new-count(order-scan)
            ADD 1 TO count-allocated-now
            PERFORM CHECK-ORDER-SATISFIED
        END-IF
    END-PERFORM
    IF to-new-count(order-scan) > 0
        ADD 1 TO count-orders-served
    END-IF.

CHECK-ORDER-SATISFIED.
    MOVE 'N' TO order-satisfied
    IF to-unit(order-scan) = 'W'
        IF to-alloc-weight(order-scan) >= to-quantity(order-scan)
            SET is-order-satisfied TO TRUE
        END-IF
    ELSE
        IF to-alloc-count(order-scan) >= to-quantity(order-scan)
            SET is-order-satisfied TO TRUE
        END-IF
    END-IF.

REWRITE-STOCK-LEDGER.
    OPEN OUTPUT stock-file
    PERFORM VARYING unit-scan FROM 1 BY 1
            UNTIL unit-scan > unit-count
        MOVE SPACE TO stock-record
        MOVE tu-uuid(unit-scan) TO wst-uuid
        MOVE tu-batch-number(unit-scan) TO wst-batch-number
        MOVE tu-class(unit-scan) TO wst-class
        MOVE tu-weight(unit-scan) TO wst-weight
        MOVE tu-received-date(unit-scan) TO wst-received-date
        MOVE tu-plant(unit-scan) TO wst-plant
        MOVE tu-line(unit-scan) TO wst-line
        MOVE tu-business-date(unit-scan) TO wst-business-date
        MOVE tu-state(unit-scan) TO wst-state
        MOVE tu-order-number(unit-scan) TO wst-order-number
        MOVE tu-allocated-date(unit-scan) TO wst-allocated-date
        WRITE stock-record
        ADD 1 TO count-in-stock
        IF tu-state(unit-scan) = 'O'
            ADD 1 TO count-allocated
        ELSE
            IF tu-usable(unit-scan) = 'Y'
                ADD 1 TO count-available
            END-IF
        END-IF
    END-PERFORM
    CLOSE stock-file.

WRITE-PICK-LISTS.
    OPEN OUTPUT pick-file
    MOVE SPACE TO pick-line
    STRING "Warehouse pick lists by customer order - allocation of "
        today-date DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    MOVE ALL "-" TO pick-line
    PERFORM WRITE-PICK-LINE
    PERFORM VARYING order-scan FROM 1 BY 1
            UNTIL order-scan > order-count
        IF to-released(order-scan) > 0
            MOVE SPACE TO pick-line
            STRING "Order " to-number(order-scan) " "
                to-customer(order-scan) " CANCELLED - "
                to-released(order-scan)
                " containers released to stock"
                DELIMITED BY SIZE INTO pick-line
            END-STRING
            PERFORM WRITE-PICK-LINE
        END-IF
        IF to-state(order-scan) NOT = 'C'
           AND to-alloc-count(order-scan) > 0
            PERFORM WRITE-ONE-PICK-LIST
        END-IF
        IF to-state(order-scan) NOT = 'C'
           AND to-withdrawn(order-scan) > 0
            MOVE SPACE TO pick-line
            STRING "Order " to-number(order-scan) " "
                to-customer(order-scan) " - "
                to-withdrawn(order-scan)
                " containers withdrawn (on hold or label no longer"
                " in the warehouse)"
                DELIMITED BY SIZE INTO pick-line
            END-STRING
            PERFORM WRITE-PICK-LINE
        END-IF
    END-PERFORM
    IF count-allocated = 0
        MOVE "  (no stock allocated to open orders)" TO pick-line
        PERFORM WRITE-PICK-LINE
    END-IF
    MOVE ALL "-" TO pick-line
    PERFORM WRITE-PICK-LINE
    MOVE SPACE TO pick-line
    STRING "New receipts taken into stock: " count-new-receipts
        "   not yet acknowledged: " count-not-confirmed
        "   not on audit index: " count-not-indexed
        DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    MOVE SPACE TO pick-line
    STRING "Containers in stock: " count-in-stock
        "   allocated: " count-allocated
        "   available: " count-available
        "   held or unconfirmed: " count-unusable
        DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    MOVE SPACE TO pick-line
    STRING "Released from cancelled orders: " count-released
        "   withdrawn from orders: " count-withdrawn
        DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    MOVE SPACE TO pick-line
    STRING "Result: " count-allocated-now
        " containers allocated tonight to " count-orders-served
        " orders" DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    CLOSE pick-file.

WRITE-ONE-PICK-LIST.
    PERFORM SET-UNIT-TEXT
    MOVE SPACE TO pick-line
    PERFORM WRITE-PICK-LINE
    MOVE SPACE TO pick-line
    STRING "Order " to-number(order-scan) " "
        to-customer(order-scan) " "
        to-class(order-scan) " ship by " to-ship-by(order-scan)
        "  ordered " to-quantity(order-scan) " " unit-text
        DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    MOVE SPACE TO pick-line
    STRING "  allocated " to-alloc-count(order-scan)
        " containers, weight " to-alloc-weight(order-scan)
        DELIMITED BY SIZE INTO pick-line
    END-STRING
    PERFORM WRITE-PICK-LINE
    PERFORM VARYING unit-scan FROM 1 BY 1
            UNTIL unit-scan > unit-count
        IF tu-state(unit-scan) = 'O'
           AND tu-order-number(unit-scan) = to-number(order-scan)
            IF tu-tonight(unit-scan) = 'A'
                MOVE "NEW" TO new-flag
            ELSE
                MOVE SPACE TO new-flag
            END-IF
            MOVE SPACE TO pick-line
            STRING "    " tu-uuid(unit-scan) " "
                tu-batch-number(unit-scan) " "
                tu-weight(unit-scan) " received "
                tu-received-date(unit-scan) " "
                tu-plant(unit-scan) " " new-flag
                DELIMITED BY SIZE INTO pick-line
            END-STRING
            PERFORM WRITE-PICK-LINE
        END-IF
    END-PERFORM.

SET-UNIT-TEXT.
    IF to-unit(order-scan) = 'W'
        MOVE "weight" TO unit-text
    ELSE
        MOVE "containers" TO unit-text
    END-IF.

WRITE-BACKORDER-REPORT.
    OPEN OUTPUT backorder-file
    MOVE SPACE TO backorder-line
    STRING "Customer order backorders - shortfall after allocation of "
        today-date DELIMITED BY SIZE INTO backorder-line
    END-STRING
    PERFORM WRITE-BACKORDER-LINE
    MOVE SPACE TO backorder-line
    STRING "Order    Customer   Class           Ship-by  "
        "  Ordered  Allocated      Short Unit"
        DELIMITED BY SIZE INTO backorder-line
    END-STRING
    PERFORM WRITE-BACKORDER-LINE
    MOVE ALL "-" TO backorder-line
    PERFORM WRITE-BACKORDER-LINE
    PERFORM VARYING order-scan FROM 1 BY 1
            UNTIL order-scan > order-count
        IF to-state(order-scan) NOT = 'C'
            PERFORM CHECK-ORDER-SATISFIED
            IF NOT is-order-satisfied
                PERFORM WRITE-ONE-BACKORDER
            END-IF
        END-IF
    END-PERFORM
    IF count-orders-short = 0
        MOVE "  (no open orders short)" TO backorder-line
        PERFORM WRITE-BACKORDER-LINE
    END-IF
    MOVE ALL "-" TO backorder-line
    PERFORM WRITE-BACKORDER-LINE
    PERFORM VARYING backorder-scan FROM 1 BY 1
            UNTIL backorder-scan > backorder-class-count
        MOVE SPACE TO backorder-line
        STRING "Class " bc-class(backorder-scan)
            " orders short " bc-orders(backorder-scan)
            "  containers short " bc-short-count(backorder-scan)
            "  weight short " bc-short-weight(backorder-scan)
            DELIMITED BY SIZE INTO backorder-line
        END-STRING
        PERFORM WRITE-BACKORDER-LINE
    END-PERFORM
    MOVE SPACE TO backorder-line
    IF count-orders-short = 0
        STRING "Result: no backorders - all open orders allocated"
            DELIMITED BY SIZE INTO backorder-line
        END-STRING
    ELSE
        STRING "Result: " count-orders-short " orders short - "
            total-short-count " containers and " total-short-weight
            " weight on backorder"
            DELIMITED BY SIZE INTO backorder-line
        END-STRING
    END-IF
    PERFORM WRITE-BACKORDER-LINE
    CLOSE backorder-file.

WRITE-ONE-BACKORDER.
    ADD 1 TO count-orders-short
    PERFORM SET-UNIT-TEXT
    IF to-unit(order-scan) = 'W'
        MOVE to-alloc-weight(order-scan) TO allocated-quantity
    ELSE
        MOVE to-alloc-count(order-scan) TO allocated-quantity
    END-IF
    COMPUTE short-quantity = to-quantity(order-scan)
        - allocated-quantity
    IF to-ship-by(order-scan) < today-date
        MOVE "LATE" TO late-flag
    ELSE
        MOVE SPACE TO late-flag
    END-IF
    MOVE SPACE TO backorder-line
    STRING to-number(order-scan) " " to-customer(order-scan) " "
        to-class(order-scan) " " to-ship-by(order-scan) " "
        to-quantity(order-scan) "  " allocated-quantity(3:7) "  "
        short-quantity(3:7) "  " unit-text " " late-flag
        DELIMITED BY SIZE INTO backorder-line
    END-STRING
    PERFORM WRITE-BACKORDER-LINE
    MOVE 0 TO backorder-index
    PERFORM VARYING backorder-scan FROM 1 BY 1
            UNTIL backorder-scan > backorder-class-count
        IF bc-class(backorder-scan) = to-class(order-scan)
            MOVE backorder-scan TO backorder-index
            MOVE backorder-class-count TO backorder-scan
        END-IF
    END-PERFORM
    IF backorder-index = 0 AND backorder-class-count < 20
        ADD 1 TO backorder-class-count
        MOVE backorder-class-count TO backorder-index
        MOVE to-class(order-scan) TO bc-class(backorder-index)
        MOVE 0 TO bc-orders(backorder-index)
        MOVE 0 TO bc-short-count(backorder-index)
        MOVE 0 TO bc-short-weight(backorder-index)
    END-IF
    IF backorder-index > 0
        ADD 1 TO bc-orders(backorder-index)
        IF to-unit(order-scan) = 'W'
            ADD short-quantity TO bc-short-weight(backorder-index)
        ELSE
            ADD short-quantity TO bc-short-count(backorder-index)
        END-IF
    END-IF
    IF to-unit(order-scan) = 'W'
        ADD short-quantity TO total-short-weight
    ELSE
        ADD short-quantity TO total-short-count
    END-IF.

WRITE-PICK-LINE.
    WRITE pick-line
    DISPLAY pick-line.

WRITE-BACKORDER-LINE.
    WRITE backorder-line
    DISPLAY backorder-line.
