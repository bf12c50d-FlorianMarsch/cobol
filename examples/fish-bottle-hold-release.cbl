
FD  routing-master-file.
01  routing-master-record.
    COPY "fbroute.cpy".

FD  routing-out-file.
01  routing-out-record.

    01 routing-table.
        05 routing-count     pic 9(2) value 0.
        05 routing-entry OCCURS 30 TIMES.
            10 routing-table-class pic x(15).
            10 routing-table-lane  pic x(4).
            10 routing-table-effective pic 9(8).
            10 routing-table-state pic x.
                88 is-routing-retired value 'R'.
    01 routing-scan          pic 9(2) value 0.
    01 routing-index         pic 9(2) value 0.
    01 routing-entry-effective pic 9(8) value 0.
    01 routing-default-lane  pic x(4) value "LN99".
    01 assigned-lane         pic x(4).

                    MOVE hold-from-date TO released-from-date
                    MOVE hold-to-date TO released-to-date
                    MOVE 'R' TO hold-status
                    MOVE SPACE TO hold-separator-8
                    MOVE operator-arg TO hold-released-by
                    MOVE SPACE TO hold-separator-9
                    MOVE today-date TO hold-released-date
                END-IF
                MOVE hold-master-record TO work-record
                WRITE work-record
                AT END
                    SET is-routing-eof TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-ROUTING-ENTRY
            END-READ
        END-PERFORM
        CLOSE routing-master-file
        PERFORM VARYING routing-scan FROM 1 BY 1
                UNTIL routing-scan > routing-count
            IF routing-table-class(routing-scan) = "default"
               AND NOT is-routing-retired(routing-scan)
                MOVE routing-table-lane(routing-scan)
                    TO routing-default-lane
            END-IF
        END-PERFORM
    END-IF.

LOAD-ONE-ROUTING-ENTRY.
    IF routing-effective NUMERIC
        MOVE routing-effective TO routing-entry-effective
    ELSE
        MOVE 0 TO routing-entry-effective
    END-IF
    EVALUATE TRUE
        WHEN routing-class = SPACE
            CONTINUE
        WHEN routing-class = "quarantine"
            CONTINUE
        WHEN routing-entry-effective > today-date
            CONTINUE
        WHEN OTHER
            MOVE 0 TO routing-index
            PERFORM VARYING routing-scan FROM 1 BY 1
                    UNTIL routing-scan > routing-count
                IF routing-table-class(routing-scan) = routing-class
                    MOVE routing-scan TO routing-index
                    MOVE routing-count TO routing-scan
                END-IF
            END-PERFORM
            IF routing-index = 0 AND routing-count < 30
                ADD 1 TO routing-count
                MOVE routing-count TO routing-index
                MOVE 0 TO routing-table-effective(routing-index)
            END-IF
            IF routing-index > 0
                IF routing-entry-effective
                   >= routing-table-effective(routing-index)
                    MOVE routing-class
                        TO routing-table-class(routing-index)
                    MOVE routing-lane
                        TO routing-table-lane(routing-index)
                    MOVE routing-entry-effective
                        TO routing-table-effective(routing-index)
                    MOVE routing-state
                        TO routing-table-state(routing-index)
                END-IF
            END-IF
    END-EVALUATE.

OPEN-RELEASED-WORK.
    OPEN OUTPUT released-work-file
    CLOSE released-work-file
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF routing-table-class(routing-scan) = hlog-class
           AND NOT is-routing-retired(routing-scan)
            MOVE routing-table-lane(routing-scan) TO assigned-lane
            MOVE routing-count TO routing-scan
        END-IF
    MOVE hlog-uuid TO ship-uuid
    MOVE SPACE TO ship-separator-2
    MOVE today-date TO ship-date
    MOVE SPACE TO ship-separator-3
    MOVE SPACE TO ship-load-number
    WRITE shipment-record
    CLOSE shipment-file.

