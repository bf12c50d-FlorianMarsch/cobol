IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-hold-place.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT hold-master-file ASSIGN TO "fish-bottle-holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hold-master-status.

DATA DIVISION.
FILE SECTION.
FD  hold-master-file.
01  hold-master-record.
    COPY "fbhold.cpy".

WORKING-STORAGE SECTION.
    01 hold-master-status    pic xx.
    01 hold-master-eof       pic x value 'N'.
        88 is-hold-master-eof value 'Y'.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).

    01 plant-arg             pic x(3) value space.
    01 line-arg              pic x(2) value space.
    01 from-date-arg         pic x(8) value space.
    01 to-date-arg           pic x(8) value space.
    01 reason-arg            pic x(30) value space.
    01 operator-arg          pic x(4) value space.
    01 required-action       pic x value 'H'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.

    01 hold-line-number      pic 9(2) value 0.
    01 hold-from             pic 9(8) value 0.
    01 hold-to               pic 9(8) value 99999999.
    01 active-hold-found     pic x value 'N'.
        88 is-active-hold-found value 'Y'.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    ACCEPT plant-arg FROM ARGUMENT-VALUE
    ACCEPT line-arg FROM ARGUMENT-VALUE
    ACCEPT operator-arg FROM ARGUMENT-VALUE
    ACCEPT from-date-arg FROM ARGUMENT-VALUE
    ACCEPT to-date-arg FROM ARGUMENT-VALUE
    ACCEPT reason-arg FROM ARGUMENT-VALUE
    IF plant-arg = SPACE OR line-arg = SPACE
       OR FUNCTION TRIM(line-arg) IS NOT NUMERIC
        DISPLAY "Usage: fish-bottle-hold-place <plant> <line>"
            " <operator> [from-date] [to-date|OPEN] [reason]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Hold placement refused - operator " operator-arg
            " is not authorized"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION NUMVAL(line-arg) TO hold-line-number
    IF from-date-arg NOT = SPACE
       AND FUNCTION TRIM(from-date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(from-date-arg) TO hold-from
    ELSE
        MOVE today-date TO hold-from
    END-IF
    IF to-date-arg NOT = SPACE
       AND FUNCTION TRIM(to-date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(to-date-arg) TO hold-to
    END-IF
    IF hold-to < hold-from
        DISPLAY "Hold placement refused - to-date " hold-to
            " is before from-date " hold-from
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF reason-arg = SPACE
        MOVE "quality hold" TO reason-arg
    END-IF
    PERFORM CHECK-ACTIVE-HOLD
    IF is-active-hold-found
        DISPLAY "Hold placement refused - plant " plant-arg
            " line " hold-line-number " is already on hold"
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM APPEND-HOLD-RECORD
        DISPLAY "Hold placed on plant " plant-arg " line "
            hold-line-number " from " hold-from " to " hold-to
            " by " operator-arg " " operator-name
    END-IF
    STOP RUN.

CHECK-ACTIVE-HOLD.
    MOVE 'N' TO active-hold-found
    MOVE 'N' TO hold-master-eof
    OPEN INPUT hold-master-file
    IF hold-master-status = "00"
        PERFORM UNTIL is-hold-master-eof
            READ hold-master-file
                AT END
                    SET is-hold-master-eof TO TRUE
                NOT AT END
                    IF hold-status = 'A'
                       AND hold-plant = plant-arg
                       AND hold-line NUMERIC
                       AND hold-line = hold-line-number
                        SET is-active-hold-found TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE hold-master-file
    END-IF.

APPEND-HOLD-RECORD.
    OPEN EXTEND hold-master-file
    IF hold-master-status NOT = "00"
        OPEN OUTPUT hold-master-file
    END-IF
    MOVE SPACE TO hold-master-record
    MOVE plant-arg TO hold-plant
    MOVE SPACE TO hold-separator-1
    MOVE hold-line-number TO hold-line
    MOVE SPACE TO hold-separator-2
    MOVE hold-from TO hold-from-date
    MOVE SPACE TO hold-separator-3
    MOVE hold-to TO hold-to-date
    MOVE SPACE TO hold-separator-4
    MOVE 'A' TO hold-status
    MOVE SPACE TO hold-separator-5
    MOVE reason-arg TO hold-reason
    MOVE SPACE TO hold-separator-6
    MOVE operator-arg TO hold-placed-by
    MOVE SPACE TO hold-separator-7
    MOVE today-date TO hold-placed-date
    MOVE SPACE TO hold-separator-8
    MOVE SPACE TO hold-released-by
    MOVE SPACE TO hold-separator-9
    MOVE 0 TO hold-released-date
    WRITE hold-master-record
    CLOSE hold-master-file.
