IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-order.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT order-file ASSIGN TO "fish-bottle-orders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS order-status.
    SELECT order-keep-file ASSIGN TO "fish-bottle-order-keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS order-keep-status.

DATA DIVISION.
FILE SECTION.
FD  order-file.
01  order-record.
    COPY "fborder.cpy".

FD  order-keep-file.
01  order-keep-record        pic x(84).

WORKING-STORAGE SECTION.
    01 order-status          pic xx.
    01 order-keep-status     pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 order-found           pic x value 'N'.
        88 is-order-found value 'Y'.
    01 found-state           pic x value space.

    01 action-arg            pic x(7) value space.
    01 operator-arg          pic x(4) value space.
    01 number-arg            pic x(8) value space.
    01 customer-arg          pic x(10) value space.
    01 class-arg             pic x(15) value space.
    01 unit-arg              pic x(1) value space.
    01 quantity-arg          pic x(7) value space.
    01 ship-by-arg           pic x(8) value space.
    01 required-action       pic x value 'O'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.

    01 order-quantity-work   pic 9(7) value 0.
    01 order-ship-by-work    pic 9(8) value 0.
    01 order-refused         pic x value 'N'.
        88 is-order-refused value 'Y'.
    01 unit-text             pic x(10).
    01 state-text            pic x(9).
    01 count-listed          pic 9(5) value 0.
    01 stamp-data.
        05 stamp-date        pic 9(8).
        05 stamp-time        pic 9(6).
        05 stamp-rest        pic x(7).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO stamp-data
    ACCEPT action-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(action-arg) TO action-arg
    EVALUATE action-arg
        WHEN "ADD"
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            ACCEPT number-arg FROM ARGUMENT-VALUE
            ACCEPT customer-arg FROM ARGUMENT-VALUE
            ACCEPT class-arg FROM ARGUMENT-VALUE
            ACCEPT unit-arg FROM ARGUMENT-VALUE
            ACCEPT quantity-arg FROM ARGUMENT-VALUE
            ACCEPT ship-by-arg FROM ARGUMENT-VALUE
            PERFORM SIGN-ON-OPERATOR
            IF is-operator-allowed
                PERFORM ADD-CUSTOMER-ORDER
            END-IF
        WHEN "CANCEL"
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            ACCEPT number-arg FROM ARGUMENT-VALUE
            PERFORM SIGN-ON-OPERATOR
            IF is-operator-allowed
                PERFORM CANCEL-CUSTOMER-ORDER
            END-IF
        WHEN "LIST"
            ACCEPT customer-arg FROM ARGUMENT-VALUE
            PERFORM LIST-CUSTOMER-ORDERS
        WHEN OTHER
            DISPLAY "Usage: fish-bottle-order ADD <operator> <order>"
                " <customer> <class> <C|W> <quantity> <ship-by>"
            DISPLAY "       fish-bottle-order CANCEL <operator> <order>"
            DISPLAY "       fish-bottle-order LIST [customer]"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Customer order refused - operator " operator-arg
            " is not authorized"
        MOVE 8 TO RETURN-CODE
    END-IF.

ADD-CUSTOMER-ORDER.
    MOVE FUNCTION UPPER-CASE(unit-arg) TO unit-arg
    MOVE FUNCTION LOWER-CASE(class-arg) TO class-arg
    MOVE 0 TO order-quantity-work
    IF quantity-arg NOT = SPACE
       AND FUNCTION TRIM(quantity-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(quantity-arg) TO order-quantity-work
    END-IF
    MOVE 0 TO order-ship-by-work
    IF ship-by-arg NOT = SPACE
       AND FUNCTION TRIM(ship-by-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(ship-by-arg) TO order-ship-by-work
    END-IF
    EVALUATE TRUE
        WHEN number-arg = SPACE OR customer-arg = SPACE
            DISPLAY "Customer order refused - order number and"
                " customer are required"
            SET is-order-refused TO TRUE
        WHEN class-arg NOT = "fish-bottle"
         AND class-arg NOT = "bottle"
         AND class-arg NOT = "fish"
         AND class-arg NOT = "splash"
         AND class-arg NOT = "other"
            DISPLAY "Customer order refused - classification "
                class-arg " is not a container classification"
            SET is-order-refused TO TRUE
        WHEN unit-arg NOT = 'C' AND unit-arg NOT = 'W'
            DISPLAY "Customer order refused - unit " unit-arg
                " must be C (containers) or W (weight)"
            SET is-order-refused TO TRUE
        WHEN order-quantity-work = 0
            DISPLAY "Customer order refused - quantity " quantity-arg
                " is not a positive number"
            SET is-order-refused TO TRUE
        WHEN order-ship-by-work = 0
          OR FUNCTION TEST-DATE-YYYYMMDD(order-ship-by-work) NOT = 0
            DISPLAY "Customer order refused - ship-by date "
                ship-by-arg " is not a valid date"
            SET is-order-refused TO TRUE
    END-EVALUATE
    IF NOT is-order-refused
        PERFORM FIND-CUSTOMER-ORDER
        IF is-order-found
            DISPLAY "Customer order refused - order " number-arg
                " is already on file"
            SET is-order-refused TO TRUE
        END-IF
    END-IF
    IF is-order-refused
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM APPEND-CUSTOMER-ORDER
        DISPLAY "Order " number-arg " for " customer-arg " entered: "
            order-quantity-work " " unit-arg " of "
            FUNCTION TRIM(class-arg) " to ship by " order-ship-by-work
            " by " operator-arg " " operator-name
    END-IF.

CANCEL-CUSTOMER-ORDER.
    PERFORM FIND-CUSTOMER-ORDER
    EVALUATE TRUE
        WHEN NOT is-order-found
            DISPLAY "Cancel refused - order " number-arg
                " is not on file"
            MOVE 8 TO RETURN-CODE
        WHEN found-state = 'C'
            DISPLAY "Cancel refused - order " number-arg
                " is already cancelled"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            PERFORM MARK-ORDER-CANCELLED
            DISPLAY "Order " number-arg " cancelled by " operator-arg
                " " operator-name
                " - allocated stock is released by the next allocation"
    END-EVALUATE.

FIND-CUSTOMER-ORDER.
    MOVE 'N' TO order-found
    MOVE SPACE TO found-state
    MOVE 'N' TO file-eof
    OPEN INPUT order-file
    IF order-status = "00"
        PERFORM UNTIL is-file-eof
            READ order-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF order-number = number-arg
                        SET is-order-found TO TRUE
                        MOVE order-state TO found-state
                    END-IF
            END-READ
        END-PERFORM
        CLOSE order-file
    END-IF.

APPEND-CUSTOMER-ORDER.
    OPEN EXTEND order-file
    IF order-status NOT = "00"
        OPEN OUTPUT order-file
    END-IF
    MOVE SPACE TO order-record
    MOVE number-arg TO order-number
    MOVE customer-arg TO order-customer
    MOVE class-arg TO order-class
    MOVE unit-arg TO order-unit
    MOVE order-quantity-work TO order-quantity
    MOVE order-ship-by-work TO order-ship-by
    MOVE 'O' TO order-state
    MOVE stamp-date TO order-entered-date
    MOVE operator-arg TO order-operator
    WRITE order-record
    CLOSE order-file.

MARK-ORDER-CANCELLED.
    MOVE 'N' TO file-eof
    OPEN INPUT order-file
    OPEN OUTPUT order-keep-file
    PERFORM UNTIL is-file-eof
        READ order-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF order-number = number-arg
                    MOVE 'C' TO order-state
                    MOVE SPACE TO order-separator-9
                    MOVE operator-arg TO order-cancelled-by
                    MOVE SPACE TO order-separator-10
                    MOVE stamp-date TO order-cancelled-date
                END-IF
                MOVE order-record TO order-keep-record
                WRITE order-keep-record
        END-READ
    END-PERFORM
    CLOSE order-file
    CLOSE order-keep-file
    MOVE 'N' TO file-eof
    OPEN INPUT order-keep-file
    OPEN OUTPUT order-file
    PERFORM UNTIL is-file-eof
        READ order-keep-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE order-keep-record TO order-record
                WRITE order-record
        END-READ
    END-PERFORM
    CLOSE order-keep-file
    CLOSE order-file.

LIST-CUSTOMER-ORDERS.
    DISPLAY "Customer orders"
    DISPLAY "Order    Customer   Class           Quantity   Unit"
        "       Ship-by   State"
    DISPLAY "------------------------------------------------------------"
        "------------"
    MOVE 'N' TO file-eof
    OPEN INPUT order-file
    IF order-status = "00"
        PERFORM UNTIL is-file-eof
            READ order-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF order-number NOT = SPACE
                       AND (customer-arg = SPACE
                            OR order-customer = customer-arg)
                        PERFORM LIST-ONE-ORDER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE order-file
    END-IF
    IF count-listed = 0
        DISPLAY "  (no customer orders on file)"
    END-IF.

LIST-ONE-ORDER.
    ADD 1 TO count-listed
    IF order-unit = 'W'
        MOVE "weight" TO unit-text
    ELSE
        MOVE "containers" TO unit-text
    END-IF
    IF order-state = 'C'
        MOVE "cancelled" TO state-text
    ELSE
        MOVE "open" TO state-text
    END-IF
    DISPLAY order-number " " order-customer " " order-class " "
        order-quantity "    " unit-text " " order-ship-by "  "
        state-text.
