IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-stock-report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT plant-file ASSIGN TO "fish-bottle-plants.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plant-status.
    SELECT label-control-file ASSIGN TO "fish-bottle-label-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS label-control-status.
    SELECT stock-report-file ASSIGN TO "fish-bottle-stock-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-report-status.

DATA DIVISION.
FILE SECTION.
FD  plant-file.
01  plant-record.
    05 plant-code            pic x(3).
    05 plant-separator       pic x.
    05 plant-path            pic x(30).

FD  label-control-file.
01  label-control-record.
    05 lctl-plant            pic x(3).
    05 lctl-separator-1      pic x.
    05 lctl-reorder-point    pic 9(7).
    05 lctl-separator-2      pic x.
    05 lctl-reorder-quantity pic 9(7).

FD  stock-report-file.
01  stock-report-line        pic x(120).

WORKING-STORAGE SECTION.
    01 plant-status          pic xx.
    01 label-control-status  pic xx.
    01 stock-report-status   pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 week-end-arg          pic x(8) value space.
    01 week-end-date         pic 9(8) value 0.
    01 week-start-date       pic 9(8) value 0.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).
    01 central-plant         pic x(3) value "CEN".
    01 report-plant          pic x(3) value space.
    01 balance-from          pic 9(8) value 0.

    01 control-table.
        05 control-count     pic 9(3) value 0.
        05 control-entry OCCURS 50 TIMES.
            10 control-plant             pic x(3).
            10 control-reorder-point     pic 9(7).
            10 control-reorder-quantity  pic 9(7).
    01 control-scan          pic 9(3) value 0.
    01 reorder-point         pic 9(7) value 0.
    01 reorder-quantity      pic 9(7) value 0.

    01 week-balance.
        COPY "fbstkbal.cpy".
    01 total-balance.
        COPY "fbstkbal.cpy"
            REPLACING ==bal-received==  BY ==tot-received==
                      ==bal-issued==    BY ==tot-issued==
                      ==bal-printed==   BY ==tot-printed==
                      ==bal-applied==   BY ==tot-applied==
                      ==bal-reprinted== BY ==tot-reprinted==
                      ==bal-voided==    BY ==tot-voided==
                      ==bal-on-hand==   BY ==tot-on-hand==.

    01 edit-on-hand          pic -(7)9.
    01 reorder-flag          pic x(20) value space.
    01 count-plants          pic 9(3) value 0.
    01 count-reorders        pic 9(3) value 0.
    01 week-printed          pic 9(8) value 0.
    01 week-applied          pic 9(8) value 0.
    01 week-reprinted        pic 9(8) value 0.
    01 week-voided           pic 9(8) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    MOVE 0 TO count-plants
    MOVE 0 TO count-reorders
    MOVE 0 TO week-printed
    MOVE 0 TO week-applied
    MOVE 0 TO week-reprinted
    MOVE 0 TO week-voided
    ACCEPT week-end-arg FROM ARGUMENT-VALUE
    IF week-end-arg NOT = SPACE
       AND FUNCTION TRIM(week-end-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(week-end-arg) TO week-end-date
    ELSE
        MOVE today-date TO week-end-date
    END-IF
    COMPUTE week-start-date = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(week-end-date) - 6)
    PERFORM LOAD-LABEL-CONTROL
    OPEN OUTPUT stock-report-file
    PERFORM WRITE-STOCK-HEADER
    MOVE central-plant TO report-plant
    PERFORM REPORT-CENTRAL-STORES
    MOVE 'N' TO file-eof
    OPEN INPUT plant-file
    IF plant-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ plant-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF plant-code NOT = SPACE
                    MOVE plant-code TO report-plant
                    PERFORM REPORT-ONE-PLANT
                END-IF
        END-READ
    END-PERFORM
    IF plant-status = "00" OR plant-status = "10"
        CLOSE plant-file
    END-IF
    PERFORM WRITE-STOCK-TOTALS
    CLOSE stock-report-file
    GOBACK.

LOAD-LABEL-CONTROL.
    MOVE 'N' TO file-eof
    OPEN INPUT label-control-file
    IF label-control-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ label-control-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF lctl-plant NOT = SPACE
                   AND lctl-reorder-point NUMERIC
                   AND lctl-reorder-quantity NUMERIC
                   AND control-count < 50
                    ADD 1 TO control-count
                    MOVE lctl-plant TO control-plant(control-count)
                    MOVE lctl-reorder-point
                        TO control-reorder-point(control-count)
                    MOVE lctl-reorder-quantity
                        TO control-reorder-quantity(control-count)
                END-IF
        END-READ
    END-PERFORM
    IF label-control-status = "00" OR label-control-status = "10"
        CLOSE label-control-file
    END-IF.

FIND-REORDER-LEVEL.
    MOVE 0 TO reorder-point
    MOVE 0 TO reorder-quantity
    PERFORM VARYING control-scan FROM 1 BY 1
            UNTIL control-scan > control-count
        IF control-plant(control-scan) = report-plant
            MOVE control-reorder-point(control-scan) TO reorder-point
            MOVE control-reorder-quantity(control-scan)
                TO reorder-quantity
            MOVE control-count TO control-scan
        END-IF
    END-PERFORM.

GET-BALANCES.
    CALL 'fish-bottle-stock-balance' USING report-plant
        week-start-date week-end-date week-balance
    CALL 'fish-bottle-stock-balance' USING report-plant
        balance-from week-end-date total-balance
    PERFORM FIND-REORDER-LEVEL
    MOVE tot-on-hand TO edit-on-hand
    MOVE "OK" TO reorder-flag
    IF tot-on-hand <= reorder-point
        ADD 1 TO count-reorders
        MOVE SPACE TO reorder-flag
        STRING "REORDER " reorder-quantity DELIMITED BY SIZE
            INTO reorder-flag
        END-STRING
    END-IF.

REPORT-CENTRAL-STORES.
    PERFORM GET-BALANCES
    PERFORM WRITE-BALANCE-LINE.

REPORT-ONE-PLANT.
    ADD 1 TO count-plants
    PERFORM GET-BALANCES
    ADD bal-printed TO week-printed
    ADD bal-applied TO week-applied
    ADD bal-reprinted TO week-reprinted
    ADD bal-voided TO week-voided
    PERFORM WRITE-BALANCE-LINE.

WRITE-BALANCE-LINE.
    MOVE SPACE TO stock-report-line
    STRING report-plant "  "
           "  " bal-received "  " bal-issued
           "  " bal-printed "  " bal-applied
           "  " bal-reprinted "  " bal-voided
           "  " edit-on-hand "  " reorder-point "  " reorder-flag
        DELIMITED BY SIZE INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE.

WRITE-STOCK-HEADER.
    MOVE SPACE TO stock-report-line
    STRING "Label stock on hand and reorder - week "
           week-start-date " to " week-end-date
        DELIMITED BY SIZE INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "Plant  Received    Issued   Printed   Applied"
           " Reprinted    Voided   On hand  Reorder  Action"
        DELIMITED BY SIZE INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE ALL "-" TO stock-report-line
    PERFORM WRITE-STOCK-LINE.

WRITE-STOCK-TOTALS.
    MOVE SPACE TO stock-report-line
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "Plants:         " count-plants DELIMITED BY SIZE
        INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "Printed:        " week-printed DELIMITED BY SIZE
        INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "Applied:        " week-applied DELIMITED BY SIZE
        INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "Reprinted:      " week-reprinted DELIMITED BY SIZE
        INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "Voided:         " week-voided DELIMITED BY SIZE
        INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE
    MOVE SPACE TO stock-report-line
    STRING "To reorder:     " count-reorders DELIMITED BY SIZE
        INTO stock-report-line
    END-STRING
    PERFORM WRITE-STOCK-LINE.

WRITE-STOCK-LINE.
    WRITE stock-report-line
    DISPLAY stock-report-line.
