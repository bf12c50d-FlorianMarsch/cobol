IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-label-stock.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT stock-file ASSIGN TO "fish-bottle-label-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.
    SELECT plant-file ASSIGN TO "fish-bottle-plants.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plant-status.

DATA DIVISION.
FILE SECTION.
FD  stock-file.
01  stock-record.
    COPY "fbstock.cpy".

FD  plant-file.
01  plant-record.
    05 plant-code            pic x(3).
    05 plant-separator       pic x.
    05 plant-path            pic x(30).

WORKING-STORAGE SECTION.
    01 stock-status          pic xx.
    01 plant-status          pic xx.
    01 plant-eof             pic x value 'N'.
        88 is-plant-eof value 'Y'.
    01 plant-known           pic x value 'N'.
        88 is-plant-known value 'Y'.

    01 action-arg            pic x(7) value space.
    01 operator-arg          pic x(4) value space.
    01 plant-arg             pic x(3) value space.
    01 quantity-arg          pic x(7) value space.
    01 reference-arg         pic x(20) value space.
    01 required-action       pic x value 'S'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.

    01 movement-quantity     pic 9(7) value 0.
    01 central-plant         pic x(3) value "CEN".
    01 balance-plant         pic x(3) value space.
    01 balance-from          pic 9(8) value 0.
    01 balance-to            pic 9(8) value 99999999.
    01 stock-balance.
        COPY "fbstkbal.cpy".
    01 edit-on-hand          pic -(7)9.
    01 stamp-data.
        05 stamp-date        pic 9(8).
        05 stamp-time        pic 9(6).
        05 stamp-rest        pic x(7).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO stamp-data
    ACCEPT action-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(action-arg) TO action-arg
    EVALUATE action-arg
        WHEN "RECEIVE"
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            ACCEPT quantity-arg FROM ARGUMENT-VALUE
            ACCEPT reference-arg FROM ARGUMENT-VALUE
            MOVE central-plant TO plant-arg
            PERFORM SIGN-ON-OPERATOR
            IF is-operator-allowed
                PERFORM RECEIVE-LABEL-ROLLS
            END-IF
        WHEN "ISSUE"
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            ACCEPT plant-arg FROM ARGUMENT-VALUE
            ACCEPT quantity-arg FROM ARGUMENT-VALUE
            ACCEPT reference-arg FROM ARGUMENT-VALUE
            PERFORM SIGN-ON-OPERATOR
            IF is-operator-allowed
                PERFORM ISSUE-LABELS-TO-PLANT
            END-IF
        WHEN "SHOW"
            ACCEPT plant-arg FROM ARGUMENT-VALUE
            IF plant-arg = SPACE
                MOVE central-plant TO plant-arg
            END-IF
            PERFORM SHOW-STOCK-BALANCE
        WHEN OTHER
            DISPLAY "Usage: fish-bottle-label-stock RECEIVE <operator>"
                " <quantity> [roll-reference]"
            DISPLAY "       fish-bottle-label-stock ISSUE <operator>"
                " <plant> <quantity> [roll-reference]"
            DISPLAY "       fish-bottle-label-stock SHOW [plant]"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Label stock refused - operator " operator-arg
            " is not authorized"
        MOVE 8 TO RETURN-CODE
    END-IF.

CHECK-QUANTITY.
    MOVE 0 TO movement-quantity
    IF quantity-arg NOT = SPACE
       AND FUNCTION TRIM(quantity-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(quantity-arg) TO movement-quantity
    END-IF
    IF movement-quantity = 0
        DISPLAY "Label stock refused - quantity " quantity-arg
            " is not a positive number of labels"
        MOVE 8 TO RETURN-CODE
    END-IF.

RECEIVE-LABEL-ROLLS.
    PERFORM CHECK-QUANTITY
    IF movement-quantity > 0
        MOVE "RECEIVE" TO action-arg
        PERFORM APPEND-STOCK-MOVEMENT
        DISPLAY "Received " movement-quantity " labels into central"
            " stores " reference-arg
        PERFORM SHOW-STOCK-BALANCE
    END-IF.

ISSUE-LABELS-TO-PLANT.
    PERFORM CHECK-PLANT-KNOWN
    IF NOT is-plant-known
        DISPLAY "Label stock refused - plant " plant-arg
            " is not on fish-bottle-plants.dat"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM CHECK-QUANTITY
        IF movement-quantity > 0
            MOVE central-plant TO balance-plant
            PERFORM GET-STOCK-BALANCE
            IF bal-on-hand < movement-quantity
                MOVE bal-on-hand TO edit-on-hand
                DISPLAY "Label stock refused - central stores hold "
                    FUNCTION TRIM(edit-on-hand) " labels, "
                    movement-quantity
                    " requested"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "ISSUE" TO action-arg
                PERFORM APPEND-STOCK-MOVEMENT
                DISPLAY "Issued " movement-quantity " labels to plant "
                    plant-arg " " reference-arg
                PERFORM SHOW-STOCK-BALANCE
            END-IF
        END-IF
    END-IF.

CHECK-PLANT-KNOWN.
    MOVE 'N' TO plant-known
    MOVE 'N' TO plant-eof
    OPEN INPUT plant-file
    IF plant-status NOT = "00"
        SET is-plant-eof TO TRUE
    END-IF
    PERFORM UNTIL is-plant-eof
        READ plant-file
            AT END
                SET is-plant-eof TO TRUE
            NOT AT END
                IF plant-code = plant-arg
                    SET is-plant-known TO TRUE
                    SET is-plant-eof TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF plant-status = "00" OR plant-status = "10"
        CLOSE plant-file
    END-IF.

GET-STOCK-BALANCE.
    CALL 'fish-bottle-stock-balance' USING balance-plant balance-from
        balance-to stock-balance.

SHOW-STOCK-BALANCE.
    MOVE plant-arg TO balance-plant
    PERFORM GET-STOCK-BALANCE
    MOVE bal-on-hand TO edit-on-hand
    IF plant-arg = central-plant
        DISPLAY "Central stores:  received " bal-received
            "  issued " bal-issued
            "  on hand " FUNCTION TRIM(edit-on-hand)
    ELSE
        DISPLAY "Plant " plant-arg ":  issued " bal-issued
            "  printed " bal-printed "  applied " bal-applied
            "  reprinted " bal-reprinted "  voided " bal-voided
            "  on hand " FUNCTION TRIM(edit-on-hand)
    END-IF.

APPEND-STOCK-MOVEMENT.
    OPEN EXTEND stock-file
    IF stock-status NOT = "00"
        OPEN OUTPUT stock-file
    END-IF
    MOVE SPACE TO stock-record
    MOVE stamp-date TO stock-date
    MOVE SPACE TO stock-separator-1
    MOVE stamp-time TO stock-time
    MOVE SPACE TO stock-separator-2
    MOVE plant-arg TO stock-plant
    MOVE SPACE TO stock-separator-3
    MOVE action-arg TO stock-type
    MOVE SPACE TO stock-separator-4
    MOVE movement-quantity TO stock-quantity
    MOVE SPACE TO stock-separator-5
    MOVE reference-arg TO stock-reference
    MOVE SPACE TO stock-separator-6
    MOVE operator-arg TO stock-operator
    WRITE stock-record
    CLOSE stock-file.
