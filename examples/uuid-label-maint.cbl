IDENTIFICATION DIVISION.
PROGRAM-ID.  uuid-label-maint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT stock-file ASSIGN TO "fish-bottle-label-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.

DATA DIVISION.
FILE SECTION.
FD  stock-file.
01  stock-record.
    COPY "fbstock.cpy".

WORKING-STORAGE SECTION.
    01 stock-status          pic xx.
    01 label-plant           pic x(3) value space.
    01 stamp-data.
        05 stamp-date        pic 9(8).
        05 stamp-time        pic 9(6).
        05 stamp-rest        pic x(7).
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
    01 action-arg            pic x(6) value space.
    01 uuid-arg              pic x(36) value space.
    01 reason-arg            pic x(20) value space.
        IF reason-arg = SPACE
            MOVE "voided by supervisor" TO reason-arg
        END-IF
        PERFORM FIND-LABEL-PLANT
        MOVE SPACE TO master-work
        MOVE uuid-arg TO mst-uuid
        MOVE 'V' TO mst-status
            master-work
        IF master-found = 'Y'
            DISPLAY "Label " uuid-arg " voided: " reason-arg
            PERFORM APPEND-VOID-TO-STOCK
        ELSE
            DISPLAY "Label " uuid-arg " NOT voided - the master"
                " did not accept the update"
        END-IF
    END-IF.

FIND-LABEL-PLANT.
    MOVE SPACE TO label-plant
    MOVE SPACE TO found-record
    MOVE uuid-arg TO fnd-uuid
    CALL 'fish-bottle-audit-ix' USING aix-action aix-found
        found-record aix-counts-work
    IF aix-found = 'Y' AND fnd-plant NOT = SPACE
        MOVE fnd-plant TO label-plant
    ELSE
        MOVE SPACE TO master-work
        MOVE uuid-arg TO mst-uuid
        MOVE 'R' TO master-action
        CALL 'uuid-master-io' USING master-action master-found
            master-work
        IF master-found = 'Y'
           AND mst-reason(1:16) = "pre-printed for "
            MOVE mst-reason(17:3) TO label-plant
        END-IF
    END-IF.

APPEND-VOID-TO-STOCK.
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
    MOVE label-plant TO stock-plant
    MOVE SPACE TO stock-separator-3
    MOVE "VOID" TO stock-type
    MOVE SPACE TO stock-separator-4
    MOVE 1 TO stock-quantity
    MOVE SPACE TO stock-separator-5
    MOVE reason-arg TO stock-reference
    MOVE SPACE TO stock-separator-6
    MOVE operator-arg TO stock-operator
    WRITE stock-record
    CLOSE stock-file.

SHOW-ONE-LABEL.
    MOVE SPACE TO master-work
    MOVE uuid-arg TO mst-uuid
