    05 opr-separator-1       pic x.
    05 opr-name              pic x(20).
    05 opr-separator-2       pic x.
    05 opr-actions           pic x(20).

WORKING-STORAGE SECTION.
    01 operator-status       pic xx.
        88 is-operator-eof value 'Y'.
    01 operator-found        pic x value 'N'.
        88 is-operator-found value 'Y'.
    01 action-scan           pic 99 value 0.

LINKAGE SECTION.
01 lk-operator-id        pic x(4).

CHECK-PERMITTED-ACTION.
    PERFORM VARYING action-scan FROM 1 BY 1
            UNTIL action-scan > 20
        IF opr-actions(action-scan:1) = lk-required-action
            MOVE 'Y' TO lk-allowed
            MOVE 20 TO action-scan
        END-IF
    END-PERFORM.
