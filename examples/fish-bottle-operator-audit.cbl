IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-operator-audit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT audit-file ASSIGN TO "fish-bottle-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-status.
    SELECT master-file ASSIGN TO "uuid-master.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS master-status-code.
    SELECT reprint-log-file ASSIGN TO "fish-bottle-reprint-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reprint-log-status.
    SELECT hold-master-file ASSIGN TO "fish-bottle-holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hold-master-status.
    SELECT routing-log-file ASSIGN TO "fish-bottle-routing-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-log-status.
    SELECT dup-suspect-file ASSIGN TO "fish-bottle-dup-suspects.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-suspect-status.
    SELECT stock-file ASSIGN TO "fish-bottle-label-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.
    SELECT order-file ASSIGN TO "fish-bottle-orders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS order-status.
    SELECT transmission-log-file
        ASSIGN TO "fish-bottle-transmission-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transmission-log-status.
    SELECT activity-sort-file ASSIGN TO "fish-bottle-opaudit-sort.tmp".
    SELECT sorted-activity-file ASSIGN TO "fish-bottle-opaudit-sorted.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-activity-status.
    SELECT opaudit-report-file ASSIGN TO "fish-bottle-operator-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS opaudit-report-status.

DATA DIVISION.
FILE SECTION.
FD  audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  master-file.
01  master-record.
    COPY "lblmstr.cpy".

FD  reprint-log-file.
01  reprint-log-record.
    05 rpl-date              pic 9(8).
    05 rpl-separator-1       pic x.
    05 rpl-time              pic 9(6).
    05 rpl-separator-2       pic x.
    05 rpl-key               pic x(36).
    05 rpl-separator-3       pic x.
    05 rpl-reason            pic x(10).
    05 rpl-separator-4       pic x.
    05 rpl-operator          pic x(4).

FD  hold-master-file.
01  hold-master-record.
    COPY "fbhold.cpy".

FD  routing-log-file.
01  routing-log-record.
    COPY "fbrtlog.cpy".

FD  dup-suspect-file.
01  dup-suspect-record.
    COPY "fbdupq.cpy".

FD  stock-file.
01  stock-record.
    COPY "fbstock.cpy".

FD  order-file.
01  order-record.
    COPY "fborder.cpy".

FD  transmission-log-file.
01  transmission-log-record.
    COPY "fbxmit.cpy".

SD  activity-sort-file.
01  activity-sort-record.
    05 acts-operator         pic x(4).
    05 acts-separator-1      pic x.
    05 acts-date             pic 9(8).
    05 acts-separator-2      pic x.
    05 acts-time             pic 9(6).
    05 acts-separator-3      pic x.
    05 acts-action           pic x(8).
    05 acts-separator-4      pic x.
    05 acts-key              pic x(36).
    05 acts-separator-5      pic x.
    05 acts-detail           pic x(20).

FD  sorted-activity-file.
01  sorted-activity-record.
    05 sact-operator         pic x(4).
    05 sact-separator-1      pic x.
    05 sact-date             pic 9(8).
    05 sact-separator-2      pic x.
    05 sact-time             pic 9(6).
    05 sact-separator-3      pic x.
    05 sact-action           pic x(8).
    05 sact-separator-4      pic x.
    05 sact-key              pic x(36).
    05 sact-separator-5      pic x.
    05 sact-detail           pic x(20).

FD  opaudit-report-file.
01  opaudit-line             pic x(120).

WORKING-STORAGE SECTION.
    01 audit-status          pic xx.
    01 master-status-code    pic xx.
    01 reprint-log-status    pic xx.
    01 hold-master-status    pic xx.
    01 routing-log-status    pic xx.
    01 dup-suspect-status    pic xx.
    01 stock-status          pic xx.
    01 order-status          pic xx.
    01 transmission-log-status pic xx.
    01 sorted-activity-status pic xx.
    01 opaudit-report-status pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 from-date-arg         pic x(8) value space.
    01 to-date-arg           pic x(8) value space.
    01 period-from           pic 9(8) value 0.
    01 period-to             pic 9(8) value 0.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).
    01 quarter-month         pic 9(2) value 0.
    01 activity-date         pic 9(8) value 0.
    01 activity-time         pic 9(6) value 0.

    01 action-labels.
        05 filler pic x(8) value "HOLD    ".
        05 filler pic x(8) value "RELEASE ".
        05 filler pic x(8) value "VOID    ".
        05 filler pic x(8) value "REPRINT ".
        05 filler pic x(8) value "DISPOSE ".
        05 filler pic x(8) value "BACKOUT ".
        05 filler pic x(8) value "ROUTING ".
        05 filler pic x(8) value "TRANSFER".
        05 filler pic x(8) value "ACCEPT  ".
        05 filler pic x(8) value "RELABEL ".
        05 filler pic x(8) value "REJECT  ".
        05 filler pic x(8) value "RECEIVE ".
        05 filler pic x(8) value "ISSUE   ".
        05 filler pic x(8) value "ORDER   ".
        05 filler pic x(8) value "CANCEL  ".
        05 filler pic x(8) value "SEQRESET".
        05 filler pic x(8) value "OTHER   ".
    01 action-label-table REDEFINES action-labels.
        05 action-label OCCURS 17 TIMES pic x(8).
    01 action-total-count    pic 9(2) value 17.
    01 operator-counts.
        05 operator-action-count OCCURS 17 TIMES pic 9(6).
    01 grand-counts.
        05 grand-action-count OCCURS 17 TIMES pic 9(6).
    01 action-index          pic 9(2) value 0.
    01 action-scan           pic 9(2) value 0.

    01 void-table.
        05 void-count        pic 9(4) value 0.
        05 void-entry OCCURS 2000 TIMES.
            10 void-operator     pic x(4).
            10 void-uuid         pic x(36).
            10 void-batch        pic x(6).
            10 void-date         pic 9(8).
    01 reprint-table.
        05 reprint-count     pic 9(4) value 0.
        05 reprint-entry OCCURS 2000 TIMES.
            10 reprint-operator  pic x(4).
            10 reprint-key       pic x(36).
            10 reprint-date      pic 9(8).
            10 reprint-time      pic 9(6).
    01 dispose-table.
        05 dispose-count     pic 9(4) value 0.
        05 dispose-entry OCCURS 2000 TIMES.
            10 dispose-operator  pic x(4).
            10 dispose-batch     pic x(6).
            10 dispose-date      pic 9(8).
            10 dispose-time      pic 9(6).
    01 table-scan            pic 9(4) value 0.
    01 other-scan            pic 9(4) value 0.
    01 breach-found          pic x value 'N'.
        88 is-breach-found value 'Y'.

    01 prior-operator        pic x(4) value space.
    01 operator-open         pic x value 'N'.
        88 is-operator-open value 'Y'.
    01 operator-total        pic 9(6) value 0.
    01 count-activities      pic 9(6) value 0.
    01 count-operators       pic 9(4) value 0.
    01 count-breaches        pic 9(4) value 0.
    01 line-pointer          pic 9(3) value 1.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    INITIALIZE grand-counts
    ACCEPT from-date-arg FROM ARGUMENT-VALUE
    ACCEPT to-date-arg FROM ARGUMENT-VALUE
    PERFORM SET-AUDIT-PERIOD
    SORT activity-sort-file
        ON ASCENDING KEY acts-operator acts-date acts-time
        INPUT PROCEDURE IS RELEASE-OPERATOR-ACTIVITY
        GIVING sorted-activity-file
    OPEN OUTPUT opaudit-report-file
    PERFORM WRITE-ACTIVITY-REPORT
    PERFORM WRITE-SEPARATION-REPORT
    PERFORM WRITE-GRAND-TOTALS
    CLOSE opaudit-report-file
    IF count-breaches > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

SET-AUDIT-PERIOD.
    IF to-date-arg NOT = SPACE
       AND FUNCTION TRIM(to-date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(to-date-arg) TO period-to
    ELSE
        MOVE today-date TO period-to
    END-IF
    IF from-date-arg NOT = SPACE
       AND FUNCTION TRIM(from-date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(from-date-arg) TO period-from
    ELSE
        COMPUTE quarter-month = FUNCTION MOD(period-to, 10000) / 100
        COMPUTE quarter-month =
            ((quarter-month - 1) / 3) * 3 + 1
        COMPUTE period-from = (period-to / 10000) * 10000
            + quarter-month * 100 + 1
    END-IF.

RELEASE-OPERATOR-ACTIVITY.
    PERFORM RELEASE-AUDIT-ACTIVITY
    PERFORM RELEASE-MASTER-ACTIVITY
    PERFORM RELEASE-REPRINT-ACTIVITY
    PERFORM RELEASE-HOLD-ACTIVITY
    PERFORM RELEASE-ROUTING-ACTIVITY
    PERFORM RELEASE-DUPLICATE-ACTIVITY
    PERFORM RELEASE-STOCK-ACTIVITY
    PERFORM RELEASE-ORDER-ACTIVITY
    PERFORM RELEASE-SEQUENCE-ACTIVITY.

RELEASE-AUDIT-ACTIVITY.
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
                IF audit-operator NOT = SPACE
                    PERFORM RELEASE-ONE-AUDIT-ACTION
                END-IF
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.

RELEASE-ONE-AUDIT-ACTION.
    MOVE audit-date TO activity-date
    MOVE audit-time TO activity-time
    MOVE SPACE TO activity-sort-record
    MOVE audit-operator TO acts-operator
    MOVE activity-date TO acts-date
    MOVE activity-time TO acts-time
    MOVE audit-classification TO acts-detail
    IF audit-uuid NOT = SPACE
        MOVE audit-uuid TO acts-key
    ELSE
        MOVE audit-batch-number TO acts-key
    END-IF
    EVALUATE TRUE
        WHEN audit-classification = "REVERSAL"
            MOVE "BACKOUT" TO acts-action
        WHEN audit-shift = 'T'
            MOVE "TRANSFER" TO acts-action
        WHEN audit-classification(1:9) = "DISPOSED-"
            MOVE "DISPOSE" TO acts-action
            MOVE audit-batch-number TO acts-key
            IF dispose-count < 2000
                ADD 1 TO dispose-count
                MOVE audit-operator TO dispose-operator(dispose-count)
                MOVE audit-batch-number TO dispose-batch(dispose-count)
                MOVE activity-date TO dispose-date(dispose-count)
                MOVE activity-time TO dispose-time(dispose-count)
            END-IF
        WHEN OTHER
            MOVE "OTHER" TO acts-action
    END-EVALUATE
    PERFORM RELEASE-IF-IN-PERIOD.

RELEASE-MASTER-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT master-file
    IF master-status-code NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ master-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF master-status = 'V'
                   AND master-operator NOT = SPACE
                    PERFORM RELEASE-ONE-VOID
                END-IF
        END-READ
    END-PERFORM
    IF master-status-code = "00" OR master-status-code = "10"
        CLOSE master-file
    END-IF.

RELEASE-ONE-VOID.
    MOVE master-date TO activity-date
    MOVE master-time TO activity-time
    IF void-count < 2000
        ADD 1 TO void-count
        MOVE master-operator TO void-operator(void-count)
        MOVE master-uuid TO void-uuid(void-count)
        MOVE master-batch-number TO void-batch(void-count)
        MOVE activity-date TO void-date(void-count)
    END-IF
    MOVE SPACE TO activity-sort-record
    MOVE master-operator TO acts-operator
    MOVE activity-date TO acts-date
    MOVE activity-time TO acts-time
    MOVE "VOID" TO acts-action
    MOVE master-uuid TO acts-key
    MOVE master-reason TO acts-detail
    PERFORM RELEASE-IF-IN-PERIOD.

RELEASE-REPRINT-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT reprint-log-file
    IF reprint-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ reprint-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF rpl-operator NOT = SPACE
                    MOVE rpl-date TO activity-date
                    MOVE rpl-time TO activity-time
                    IF reprint-count < 2000
                        ADD 1 TO reprint-count
                        MOVE rpl-operator
                            TO reprint-operator(reprint-count)
                        MOVE rpl-key TO reprint-key(reprint-count)
                        MOVE rpl-date TO reprint-date(reprint-count)
                        MOVE rpl-time TO reprint-time(reprint-count)
                    END-IF
                    MOVE SPACE TO activity-sort-record
                    MOVE rpl-operator TO acts-operator
                    MOVE activity-date TO acts-date
                    MOVE activity-time TO acts-time
                    MOVE "REPRINT" TO acts-action
                    MOVE rpl-key TO acts-key
                    MOVE rpl-reason TO acts-detail
                    PERFORM RELEASE-IF-IN-PERIOD
                END-IF
        END-READ
    END-PERFORM
    IF reprint-log-status = "00" OR reprint-log-status = "10"
        CLOSE reprint-log-file
    END-IF.

RELEASE-HOLD-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT hold-master-file
    IF hold-master-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ hold-master-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM RELEASE-ONE-HOLD
        END-READ
    END-PERFORM
    IF hold-master-status = "00" OR hold-master-status = "10"
        CLOSE hold-master-file
    END-IF.

RELEASE-ONE-HOLD.
    IF hold-placed-by NOT = SPACE
       AND hold-placed-date NUMERIC
        MOVE SPACE TO activity-sort-record
        MOVE hold-placed-by TO acts-operator
        MOVE hold-placed-date TO acts-date
        MOVE hold-placed-date TO activity-date
        MOVE 0 TO acts-time
        MOVE "HOLD" TO acts-action
        STRING "plant " hold-plant " line " hold-line
            DELIMITED BY SIZE INTO acts-key
        END-STRING
        MOVE hold-reason TO acts-detail
        PERFORM RELEASE-IF-IN-PERIOD
    END-IF
    IF hold-released-by NOT = SPACE
       AND hold-released-date NUMERIC
        MOVE SPACE TO activity-sort-record
        MOVE hold-released-by TO acts-operator
        MOVE hold-released-date TO acts-date
        MOVE hold-released-date TO activity-date
        MOVE 0 TO acts-time
        MOVE "RELEASE" TO acts-action
        STRING "plant " hold-plant " line " hold-line
            DELIMITED BY SIZE INTO acts-key
        END-STRING
        MOVE hold-reason TO acts-detail
        PERFORM RELEASE-IF-IN-PERIOD
    END-IF.

RELEASE-ROUTING-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT routing-log-file
    IF routing-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ routing-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE SPACE TO activity-sort-record
                MOVE rtlog-operator TO acts-operator
                MOVE rtlog-date TO acts-date
                MOVE rtlog-date TO activity-date
                MOVE rtlog-time TO acts-time
                MOVE "ROUTING" TO acts-action
                MOVE rtlog-after(1:15) TO acts-key
                MOVE rtlog-action TO acts-detail
                PERFORM RELEASE-IF-IN-PERIOD
        END-READ
    END-PERFORM
    IF routing-log-status = "00" OR routing-log-status = "10"
        CLOSE routing-log-file
    END-IF.

RELEASE-DUPLICATE-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ dup-suspect-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF dupq-operator NOT = SPACE
                   AND dupq-decided-date NUMERIC
                    PERFORM RELEASE-ONE-DUPLICATE-DECISION
                END-IF
        END-READ
    END-PERFORM
    IF dup-suspect-status = "00" OR dup-suspect-status = "10"
        CLOSE dup-suspect-file
    END-IF.

RELEASE-ONE-DUPLICATE-DECISION.
    MOVE SPACE TO activity-sort-record
    MOVE dupq-operator TO acts-operator
    MOVE dupq-decided-date TO acts-date
    MOVE dupq-decided-date TO activity-date
    MOVE 0 TO acts-time
    EVALUATE dupq-state
        WHEN 'A'
        WHEN 'N'
            MOVE "ACCEPT" TO acts-action
        WHEN 'L'
            MOVE "RELABEL" TO acts-action
        WHEN 'X'
            MOVE "REJECT" TO acts-action
        WHEN OTHER
            MOVE "OTHER" TO acts-action
    END-EVALUATE
    STRING "batch " dupq-batch-number " plant " dupq-plant
        DELIMITED BY SIZE INTO acts-key
    END-STRING
    MOVE "duplicate batch" TO acts-detail
    PERFORM RELEASE-IF-IN-PERIOD.

RELEASE-STOCK-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT stock-file
    IF stock-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ stock-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF stock-operator NOT = SPACE
                   AND (stock-type = "RECEIVE" OR stock-type = "ISSUE")
                    PERFORM RELEASE-ONE-STOCK-MOVEMENT
                END-IF
        END-READ
    END-PERFORM
    IF stock-status = "00" OR stock-status = "10"
        CLOSE stock-file
    END-IF.

RELEASE-ONE-STOCK-MOVEMENT.
    MOVE SPACE TO activity-sort-record
    MOVE stock-operator TO acts-operator
    MOVE stock-date TO acts-date
    MOVE stock-date TO activity-date
    MOVE stock-time TO acts-time
    MOVE stock-type TO acts-action
    STRING "plant " stock-plant " quantity " stock-quantity
        DELIMITED BY SIZE INTO acts-key
    END-STRING
    MOVE stock-reference TO acts-detail
    PERFORM RELEASE-IF-IN-PERIOD.

RELEASE-ORDER-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT order-file
    IF order-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ order-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF order-number NOT = SPACE
                    PERFORM RELEASE-ONE-ORDER
                END-IF
        END-READ
    END-PERFORM
    IF order-status = "00" OR order-status = "10"
        CLOSE order-file
    END-IF.

RELEASE-ONE-ORDER.
    IF order-operator NOT = SPACE
       AND order-entered-date NUMERIC
        MOVE SPACE TO activity-sort-record
        MOVE order-operator TO acts-operator
        MOVE order-entered-date TO acts-date
        MOVE order-entered-date TO activity-date
        MOVE 0 TO acts-time
        MOVE "ORDER" TO acts-action
        STRING "order " order-number " customer " order-customer
            DELIMITED BY SIZE INTO acts-key
        END-STRING
        MOVE order-class TO acts-detail
        PERFORM RELEASE-IF-IN-PERIOD
    END-IF
    IF order-state = 'C'
       AND order-cancelled-by NOT = SPACE
       AND order-cancelled-date NUMERIC
        MOVE SPACE TO activity-sort-record
        MOVE order-cancelled-by TO acts-operator
        MOVE order-cancelled-date TO acts-date
        MOVE order-cancelled-date TO activity-date
        MOVE 0 TO acts-time
        MOVE "CANCEL" TO acts-action
        STRING "order " order-number " customer " order-customer
            DELIMITED BY SIZE INTO acts-key
        END-STRING
        MOVE order-class TO acts-detail
        PERFORM RELEASE-IF-IN-PERIOD
    END-IF.

RELEASE-SEQUENCE-ACTIVITY.
    MOVE 'N' TO file-eof
    OPEN INPUT transmission-log-file
    IF transmission-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ transmission-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF xmit-state = 'R'
                   AND xmit-operator NOT = SPACE
                   AND xmit-run-date NUMERIC
                    PERFORM RELEASE-ONE-SEQUENCE-RESET
                END-IF
        END-READ
    END-PERFORM
    IF transmission-log-status = "00"
       OR transmission-log-status = "10"
        CLOSE transmission-log-file
    END-IF.

RELEASE-ONE-SEQUENCE-RESET.
    MOVE SPACE TO activity-sort-record
    MOVE xmit-operator TO acts-operator
    MOVE xmit-run-date TO acts-date
    MOVE xmit-run-date TO activity-date
    MOVE 0 TO acts-time
    MOVE "SEQRESET" TO acts-action
    STRING "plant " xmit-plant-code " sequence " xmit-file-sequence
        DELIMITED BY SIZE INTO acts-key
    END-STRING
    MOVE "manifest sequence" TO acts-detail
    PERFORM RELEASE-IF-IN-PERIOD.

RELEASE-IF-IN-PERIOD.
    IF activity-date >= period-from
       AND activity-date <= period-to
        MOVE SPACE TO acts-separator-1
        MOVE SPACE TO acts-separator-2
        MOVE SPACE TO acts-separator-3
        MOVE SPACE TO acts-separator-4
        MOVE SPACE TO acts-separator-5
        RELEASE activity-sort-record
    END-IF.

WRITE-ACTIVITY-REPORT.
    MOVE SPACE TO opaudit-line
    STRING "Operator activity and separation of duties - "
        period-from " to " period-to
        DELIMITED BY SIZE INTO opaudit-line
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE
    MOVE ALL "-" TO opaudit-line
    PERFORM WRITE-OPAUDIT-LINE
    MOVE 'N' TO file-eof
    MOVE 'N' TO operator-open
    OPEN INPUT sorted-activity-file
    PERFORM UNTIL is-file-eof
        READ sorted-activity-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF NOT is-operator-open
                   OR sact-operator NOT = prior-operator
                    IF is-operator-open
                        PERFORM CLOSE-OPERATOR-GROUP
                    END-IF
                    PERFORM OPEN-OPERATOR-GROUP
                END-IF
                PERFORM WRITE-ONE-ACTIVITY
        END-READ
    END-PERFORM
    IF is-operator-open
        PERFORM CLOSE-OPERATOR-GROUP
    END-IF
    CLOSE sorted-activity-file
    IF count-operators = 0
        MOVE "  (no operator activity in the period)" TO opaudit-line
        PERFORM WRITE-OPAUDIT-LINE
    END-IF.

OPEN-OPERATOR-GROUP.
    SET is-operator-open TO TRUE
    ADD 1 TO count-operators
    MOVE sact-operator TO prior-operator
    MOVE 0 TO operator-total
    PERFORM VARYING action-scan FROM 1 BY 1
            UNTIL action-scan > action-total-count
        MOVE 0 TO operator-action-count(action-scan)
    END-PERFORM
    MOVE SPACE TO opaudit-line
    PERFORM WRITE-OPAUDIT-LINE
    MOVE SPACE TO opaudit-line
    STRING "Operator " sact-operator DELIMITED BY SIZE
        INTO opaudit-line
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE.

WRITE-ONE-ACTIVITY.
    ADD 1 TO count-activities
    ADD 1 TO operator-total
    MOVE action-total-count TO action-index
    PERFORM VARYING action-scan FROM 1 BY 1
            UNTIL action-scan > action-total-count
        IF action-label(action-scan) = sact-action
            MOVE action-scan TO action-index
            MOVE action-total-count TO action-scan
        END-IF
    END-PERFORM
    ADD 1 TO operator-action-count(action-index)
    ADD 1 TO grand-action-count(action-index)
    MOVE SPACE TO opaudit-line
    STRING "  " sact-date " " sact-time " " sact-action " "
        sact-key " " sact-detail
        DELIMITED BY SIZE INTO opaudit-line
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE.

CLOSE-OPERATOR-GROUP.
    MOVE SPACE TO opaudit-line
    MOVE 1 TO line-pointer
    STRING "  Counts: " DELIMITED BY SIZE
        INTO opaudit-line WITH POINTER line-pointer
    END-STRING
    PERFORM VARYING action-scan FROM 1 BY 1
            UNTIL action-scan > action-total-count
        IF operator-action-count(action-scan) > 0
            STRING FUNCTION TRIM(action-label(action-scan)) "="
                operator-action-count(action-scan) " "
                DELIMITED BY SIZE
                INTO opaudit-line WITH POINTER line-pointer
            END-STRING
        END-IF
    END-PERFORM
    STRING "total=" operator-total DELIMITED BY SIZE
        INTO opaudit-line WITH POINTER line-pointer
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE.

WRITE-SEPARATION-REPORT.
    MOVE SPACE TO opaudit-line
    PERFORM WRITE-OPAUDIT-LINE
    MOVE "Separation-of-duties breaches:" TO opaudit-line
    PERFORM WRITE-OPAUDIT-LINE
    PERFORM CHECK-HOLD-BREACHES
    PERFORM CHECK-VOID-REPRINT-BREACHES
    PERFORM CHECK-OWN-DISPOSITION-BREACHES
    IF count-breaches = 0
        MOVE "  (none)" TO opaudit-line
        PERFORM WRITE-OPAUDIT-LINE
    END-IF.

CHECK-HOLD-BREACHES.
    MOVE 'N' TO file-eof
    OPEN INPUT hold-master-file
    IF hold-master-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ hold-master-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF hold-placed-by NOT = SPACE
                   AND hold-released-by = hold-placed-by
                   AND hold-released-date NUMERIC
                   AND hold-released-date >= period-from
                   AND hold-released-date <= period-to
                    ADD 1 TO count-breaches
                    MOVE SPACE TO opaudit-line
                    STRING "  HOLD PLACED AND RELEASED BY SAME OPERATOR: "
                        hold-placed-by " plant " hold-plant
                        " line " hold-line
                        " placed " hold-placed-date
                        " released " hold-released-date
                        DELIMITED BY SIZE INTO opaudit-line
                    END-STRING
                    PERFORM WRITE-OPAUDIT-LINE
                END-IF
        END-READ
    END-PERFORM
    IF hold-master-status = "00" OR hold-master-status = "10"
        CLOSE hold-master-file
    END-IF.

CHECK-VOID-REPRINT-BREACHES.
    PERFORM VARYING table-scan FROM 1 BY 1
            UNTIL table-scan > reprint-count
        IF reprint-date(table-scan) >= period-from
           AND reprint-date(table-scan) <= period-to
            MOVE 'N' TO breach-found
            PERFORM VARYING other-scan FROM 1 BY 1
                    UNTIL other-scan > void-count
                IF void-operator(other-scan)
                       = reprint-operator(table-scan)
                   AND void-date(other-scan)
                       <= reprint-date(table-scan)
                   AND (void-uuid(other-scan) = reprint-key(table-scan)
                        OR (reprint-key(table-scan)(7:30) = SPACE
                            AND void-batch(other-scan)
                                = reprint-key(table-scan)(1:6)))
                    SET is-breach-found TO TRUE
                    MOVE void-count TO other-scan
                END-IF
            END-PERFORM
            IF is-breach-found
                ADD 1 TO count-breaches
                MOVE SPACE TO opaudit-line
                STRING "  VOIDED THEN REPRINTED BY SAME OPERATOR: "
                    reprint-operator(table-scan) " "
                    reprint-key(table-scan)
                    " reprinted " reprint-date(table-scan)
                    DELIMITED BY SIZE INTO opaudit-line
                END-STRING
                PERFORM WRITE-OPAUDIT-LINE
            END-IF
        END-IF
    END-PERFORM.

CHECK-OWN-DISPOSITION-BREACHES.
    PERFORM VARYING table-scan FROM 1 BY 1
            UNTIL table-scan > dispose-count
        IF dispose-date(table-scan) >= period-from
           AND dispose-date(table-scan) <= period-to
            MOVE 'N' TO breach-found
            PERFORM CHECK-DISPOSE-AGAINST-VOIDS
            PERFORM CHECK-DISPOSE-AGAINST-REPRINTS
            PERFORM CHECK-DISPOSE-AGAINST-DISPOSES
            IF is-breach-found
                ADD 1 TO count-breaches
                MOVE SPACE TO opaudit-line
                STRING "  DISPOSITIONED OWN EXCEPTION: "
                    dispose-operator(table-scan)
                    " batch " dispose-batch(table-scan)
                    " dispositioned " dispose-date(table-scan)
                    " after handling the container earlier"
                    DELIMITED BY SIZE INTO opaudit-line
                END-STRING
                PERFORM WRITE-OPAUDIT-LINE
            END-IF
        END-IF
    END-PERFORM.

CHECK-DISPOSE-AGAINST-VOIDS.
    PERFORM VARYING other-scan FROM 1 BY 1
            UNTIL other-scan > void-count
        IF void-operator(other-scan) = dispose-operator(table-scan)
           AND void-batch(other-scan) = dispose-batch(table-scan)
           AND void-date(other-scan) <= dispose-date(table-scan)
            SET is-breach-found TO TRUE
            MOVE void-count TO other-scan
        END-IF
    END-PERFORM.

CHECK-DISPOSE-AGAINST-REPRINTS.
    PERFORM VARYING other-scan FROM 1 BY 1
            UNTIL other-scan > reprint-count
        IF reprint-operator(other-scan) = dispose-operator(table-scan)
           AND reprint-key(other-scan)(1:6) = dispose-batch(table-scan)
           AND reprint-key(other-scan)(7:30) = SPACE
           AND reprint-date(other-scan) <= dispose-date(table-scan)
            SET is-breach-found TO TRUE
            MOVE reprint-count TO other-scan
        END-IF
    END-PERFORM.

CHECK-DISPOSE-AGAINST-DISPOSES.
    PERFORM VARYING other-scan FROM 1 BY 1
            UNTIL other-scan > dispose-count
        IF other-scan NOT = table-scan
           AND dispose-operator(other-scan)
               = dispose-operator(table-scan)
           AND dispose-batch(other-scan) = dispose-batch(table-scan)
           AND (dispose-date(other-scan) < dispose-date(table-scan)
                OR (dispose-date(other-scan) = dispose-date(table-scan)
                    AND dispose-time(other-scan)
                        < dispose-time(table-scan)))
            SET is-breach-found TO TRUE
            MOVE dispose-count TO other-scan
        END-IF
    END-PERFORM.

WRITE-GRAND-TOTALS.
    MOVE SPACE TO opaudit-line
    PERFORM WRITE-OPAUDIT-LINE
    MOVE "Actions by type:" TO opaudit-line
    PERFORM WRITE-OPAUDIT-LINE
    PERFORM VARYING action-scan FROM 1 BY 1
            UNTIL action-scan > action-total-count
        MOVE SPACE TO opaudit-line
        STRING "  " action-label(action-scan) "  "
            grand-action-count(action-scan)
            DELIMITED BY SIZE INTO opaudit-line
        END-STRING
        PERFORM WRITE-OPAUDIT-LINE
    END-PERFORM
    MOVE SPACE TO opaudit-line
    STRING "Operators:      " count-operators DELIMITED BY SIZE
        INTO opaudit-line
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE
    MOVE SPACE TO opaudit-line
    STRING "Actions:        " count-activities DELIMITED BY SIZE
        INTO opaudit-line
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE
    MOVE SPACE TO opaudit-line
    STRING "Breaches:       " count-breaches DELIMITED BY SIZE
        INTO opaudit-line
    END-STRING
    PERFORM WRITE-OPAUDIT-LINE.

WRITE-OPAUDIT-LINE.
    WRITE opaudit-line
    DISPLAY opaudit-line.
