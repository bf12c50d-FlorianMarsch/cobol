    SELECT label-file ASSIGN TO "uuid-labels.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS label-status.
    SELECT stock-file ASSIGN TO "fish-bottle-label-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.

DATA DIVISION.
FILE SECTION.
FD  label-file.
01  label-line          PIC X(36).

FD  stock-file.
01  stock-record.
    COPY "fbstock.cpy".

WORKING-STORAGE SECTION.
    01 label-status     PIC XX.
    01 stock-status     PIC XX.
    01 plant-arg        PIC X(3) VALUE SPACE.
    01 printed-count    PIC 9(6) VALUE 0.
    01 edit-on-hand     PIC -(7)9.
    01 balance-from     PIC 9(8) VALUE 0.
    01 balance-to       PIC 9(8) VALUE 99999999.
    01 stock-balance.
        COPY "fbstkbal.cpy".
    01 stamp-data.
        05 stamp-date   PIC 9(8).
        05 stamp-time   PIC 9(6).
        05 stamp-rest   PIC X(7).
    01 label-count       PIC 9(6) VALUE 1.
    01 label-index       PIC 9(6).
    01 generated-uuid   PIC X(36).
    IF label-count = ZERO
        MOVE 1 TO label-count
    END-IF
    ACCEPT plant-arg FROM argument-value
    IF plant-arg = SPACE
        DISPLAY "Usage: uuid <label-count> <plant>"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CALL 'fish-bottle-stock-balance' USING plant-arg balance-from
        balance-to stock-balance
    IF label-count > bal-on-hand
        MOVE bal-on-hand TO edit-on-hand
        DISPLAY "Label run refused - " label-count " labels requested,"
            " plant " plant-arg " has " FUNCTION TRIM(edit-on-hand)
            " labels of allotment on hand"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT label-file
    PERFORM VARYING label-index FROM 1 BY 1 UNTIL label-index > label-count
            MOVE SPACE TO master-work
            MOVE generated-uuid TO mst-uuid
            MOVE 'P' TO mst-status
            STRING "pre-printed for " plant-arg DELIMITED BY SIZE
                INTO mst-reason
            END-STRING
            CALL 'uuid-master-io' USING master-action master-found
                master-work
            ADD 1 TO printed-count
        END-IF
    END-PERFORM
    CLOSE label-file
    IF printed-count > 0
        PERFORM CHARGE-PLANT-ALLOTMENT
    END-IF
    STOP RUN.

CHARGE-PLANT-ALLOTMENT.
    MOVE FUNCTION CURRENT-DATE TO stamp-data
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
    MOVE "PRINT" TO stock-type
    MOVE SPACE TO stock-separator-4
    MOVE printed-count TO stock-quantity
    MOVE SPACE TO stock-separator-5
    MOVE "uuid-labels.dat" TO stock-reference
    MOVE SPACE TO stock-separator-6
    MOVE SPACE TO stock-operator
    WRITE stock-record
    CLOSE stock-file.
