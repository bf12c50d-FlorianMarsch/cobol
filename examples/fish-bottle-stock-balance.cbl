IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-stock-balance.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT stock-file ASSIGN TO "fish-bottle-label-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.
    SELECT audit-file ASSIGN TO "fish-bottle-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-status.

DATA DIVISION.
FILE SECTION.
FD  stock-file.
01  stock-record.
    COPY "fbstock.cpy".

FD  audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

WORKING-STORAGE SECTION.
    01 stock-status          pic xx.
    01 audit-status          pic xx.
    01 stock-eof             pic x value 'N'.
        88 is-stock-eof value 'Y'.
    01 audit-eof             pic x value 'N'.
        88 is-audit-eof value 'Y'.
    01 central-plant         pic x(3) value "CEN".
    01 audit-stamp-date      pic 9(8) value 0.

LINKAGE SECTION.
01 lk-plant              pic x(3).
01 lk-from-date          pic 9(8).
01 lk-to-date            pic 9(8).
01 lk-balance.
    COPY "fbstkbal.cpy"
        REPLACING ==bal-received==  BY ==lkb-received==
                  ==bal-issued==    BY ==lkb-issued==
                  ==bal-printed==   BY ==lkb-printed==
                  ==bal-applied==   BY ==lkb-applied==
                  ==bal-reprinted== BY ==lkb-reprinted==
                  ==bal-voided==    BY ==lkb-voided==
                  ==bal-on-hand==   BY ==lkb-on-hand==.

PROCEDURE DIVISION USING lk-plant lk-from-date lk-to-date lk-balance.
    MOVE 0 TO lkb-received
    MOVE 0 TO lkb-issued
    MOVE 0 TO lkb-printed
    MOVE 0 TO lkb-applied
    MOVE 0 TO lkb-reprinted
    MOVE 0 TO lkb-voided
    MOVE 0 TO lkb-on-hand
    PERFORM ADD-LEDGER-MOVEMENTS
    IF lk-plant = central-plant
        COMPUTE lkb-on-hand = lkb-received - lkb-issued
    ELSE
        PERFORM ADD-APPLIED-LABELS
        COMPUTE lkb-on-hand = lkb-issued - lkb-printed
            - lkb-applied - lkb-reprinted
    END-IF
    GOBACK.

ADD-LEDGER-MOVEMENTS.
    MOVE 'N' TO stock-eof
    OPEN INPUT stock-file
    IF stock-status NOT = "00"
        SET is-stock-eof TO TRUE
    END-IF
    PERFORM UNTIL is-stock-eof
        READ stock-file
            AT END
                SET is-stock-eof TO TRUE
            NOT AT END
                IF stock-date NUMERIC
                   AND stock-quantity NUMERIC
                   AND stock-date >= lk-from-date
                   AND stock-date <= lk-to-date
                    PERFORM ADD-ONE-MOVEMENT
                END-IF
        END-READ
    END-PERFORM
    IF stock-status = "00" OR stock-status = "10"
        CLOSE stock-file
    END-IF.

ADD-ONE-MOVEMENT.
    IF lk-plant = central-plant
        EVALUATE stock-type
            WHEN "RECEIVE"
                ADD stock-quantity TO lkb-received
            WHEN "ISSUE"
                ADD stock-quantity TO lkb-issued
        END-EVALUATE
    ELSE
        IF stock-plant = lk-plant
            EVALUATE stock-type
                WHEN "ISSUE"
                    ADD stock-quantity TO lkb-issued
                WHEN "PRINT"
                    ADD stock-quantity TO lkb-printed
                WHEN "REPRINT"
                    ADD stock-quantity TO lkb-reprinted
                WHEN "VOID"
                    ADD stock-quantity TO lkb-voided
            END-EVALUATE
        END-IF
    END-IF.

ADD-APPLIED-LABELS.
    MOVE 'N' TO audit-eof
    OPEN INPUT audit-file
    IF audit-status NOT = "00"
        SET is-audit-eof TO TRUE
    END-IF
    PERFORM UNTIL is-audit-eof
        READ audit-file
            AT END
                SET is-audit-eof TO TRUE
            NOT AT END
                MOVE audit-date TO audit-stamp-date
                IF audit-plant = lk-plant
                   AND audit-uuid NOT = SPACE
                   AND audit-classification NOT = "REJECTED"
                   AND audit-classification NOT = "REVERSAL"
                   AND audit-shift NOT = 'T'
                   AND audit-stamp-date >= lk-from-date
                   AND audit-stamp-date <= lk-to-date
                    ADD 1 TO lkb-applied
                END-IF
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.
