        05 reversed-entry OCCURS 10000 TIMES.
            10 reversed-uuid     pic x(36).
            10 reversed-batch    pic x(6).
            10 reversed-transfer pic x.
    01 target-table.
        05 target-count      pic 9(5) value 0.
        05 target-entry OCCURS 10000 TIMES.
            10 target-class      pic x(15).
    01 scan-index            pic 9(5) value 0.
    01 match-index           pic 9(5) value 0.
    01 transferred-count     pic 9(5) value 0.
    01 audit-record-date     pic 9(8).

    01 exception-status      pic xx.
    01 run-control-status    pic xx.
    01 open-exception-count  pic 9(6) value 0.
    01 purged-exception-count pic 9(6) value 0.
    01 transmission-action   pic x value 'B'.
    01 transmission-run-id   pic 9(14) value 0.
    01 transmission-result   pic x value space.
    01 transmission-count    pic 9(6) value 0.
    01 removed-count         pic 9(6) value 0.
    01 count-fish-bottle     pic 9(6) value 0.
    01 count-bottle          pic 9(6) value 0.
        DISPLAY "Backed out " target-count " containers - "
            removed-count " out-file records removed"
    END-IF
    IF transferred-count > 0
        DISPLAY transferred-count " transferred containers left in"
            " place - they now belong to the receiving plant"
    END-IF
    STOP RUN.

COLLECT-TARGET-RECORDS.
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF (audit-classification = "REVERSAL"
                    OR audit-classification = "TRANSFER-OUT")
                   AND reversed-count < 10000
                    ADD 1 TO reversed-count
                    MOVE audit-uuid
                        TO reversed-uuid(reversed-count)
                    MOVE audit-batch-number
                        TO reversed-batch(reversed-count)
                    IF audit-classification = "TRANSFER-OUT"
                        MOVE 'Y' TO reversed-transfer(reversed-count)
                    ELSE
                        MOVE 'N' TO reversed-transfer(reversed-count)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF audit-record-date = backout-date
       AND audit-classification NOT = "REVERSAL"
       AND audit-classification(1:9) NOT = "DISPOSED-"
       AND audit-shift NOT = 'T'
        PERFORM CHECK-ALREADY-REVERSED
        IF match-index = 0
            IF target-count < 10000
                DISPLAY "WARNING: more than 10000 containers - "
                    audit-batch-number " not backed out"
            END-IF
        ELSE
            IF reversed-transfer(match-index) = 'Y'
                ADD 1 TO transferred-count
                DISPLAY "Container " audit-uuid " batch "
                    audit-batch-number
                    " was transferred to another plant - not backed out"
            END-IF
        END-IF
    END-IF.

                " be rerun for " backout-date
            OPEN OUTPUT reject-file
            CLOSE reject-file
            CALL 'fish-bottle-manifest-check' USING transmission-action
                backout-date transmission-run-id transmission-result
                transmission-count
            IF transmission-count > 0
                DISPLAY "Released " transmission-count
                    " plant file sequences accepted on " backout-date
                    " - the plants' files may be resent"
            END-IF
        END-IF
        CLOSE run-control-file
    END-IF.
