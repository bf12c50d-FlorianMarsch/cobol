    SELECT reprint-log-file ASSIGN TO "fish-bottle-reprint-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reprint-log-status.
    SELECT stock-file ASSIGN TO "fish-bottle-label-stock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stock-status.
    SELECT pallet-file ASSIGN TO "fish-bottle-pallets.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-status.

DATA DIVISION.
FILE SECTION.
    05 rpl-separator-4       pic x.
    05 rpl-operator          pic x(4).

FD  stock-file.
01  stock-record.
    COPY "fbstock.cpy".

FD  pallet-file.
01  pallet-record.
    COPY "fbpallet.cpy".

WORKING-STORAGE SECTION.
    01 audit-status          pic xx.
    01 spool-status          pic xx.
    01 reprint-log-status    pic xx.
    01 stock-status          pic xx.
    01 pallet-status         pic xx.

    01 audit-eof             pic x value 'N'.
        88 is-audit-eof value 'Y'.
    01 pallet-eof            pic x value 'N'.
        88 is-pallet-eof value 'Y'.

    01 mode-arg              pic x(10) value space.
    01 key-arg               pic x(36) value space.
    01 search-mode           pic x value space.
        88 search-by-batch value 'B'.
        88 search-by-uuid value 'U'.
        88 search-by-pallet value 'P'.
    01 search-uuid           pic x(36) value space.
    01 label-found           pic x value 'N'.
        88 is-label-found value 'Y'.
    01 pallet-found          pic x value 'N'.
        88 is-pallet-found value 'Y'.
    01 search-pallet         pic x(6) value space.
    01 found-pallet.
        COPY "fbpallet.cpy"
            REPLACING ==pallet-uuid==          BY ==fpl-uuid==
                      ==pallet-separator-1==   BY ==fpl-separator-1==
                      ==pallet-number==        BY ==fpl-number==
                      ==pallet-separator-2==   BY ==fpl-separator-2==
                      ==pallet-business-date== BY ==fpl-business-date==
                      ==pallet-separator-3==   BY ==fpl-separator-3==
                      ==pallet-lane==          BY ==fpl-lane==
                      ==pallet-separator-4==   BY ==fpl-separator-4==
                      ==pallet-class==         BY ==fpl-class==
                      ==pallet-separator-5==   BY ==fpl-separator-5==
                      ==pallet-count==         BY ==fpl-count==
                      ==pallet-separator-6==   BY ==fpl-separator-6==
                      ==pallet-weight==        BY ==fpl-weight==
                      ==pallet-separator-7==   BY ==fpl-separator-7==
                      ==pallet-state==         BY ==fpl-state==.

    01 found-record.
        COPY "fbaudit.cpy"
                      ==audit-hold==           BY ==fnd-hold==.

    01 spooled-count         pic 9(6) value 0.
    01 spooled-pallets       pic 9(6) value 0.
    01 barcode-payload       pic x(14).
    01 barcode-check-digit   pic 9.
    01 aix-action            pic x.
                IF audit-uuid NOT = SPACE
                   AND audit-classification NOT = "REJECTED"
                   AND audit-classification NOT = "REVERSAL"
                   AND audit-shift NOT = 'T'
                    MOVE audit-record TO found-record
                    PERFORM WRITE-ONE-LABEL
                    ADD 1 TO spooled-count
                END-IF
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF
    PERFORM SPOOL-PALLET-LABELS
    CLOSE spool-file
    DISPLAY "Spooled " spooled-count " labels and " spooled-pallets
        " pallet labels to fish-bottle-label-spool.dat".

SPOOL-PALLET-LABELS.
    MOVE 'N' TO pallet-eof
    OPEN INPUT pallet-file
    IF pallet-status NOT = "00"
        SET is-pallet-eof TO TRUE
    END-IF
    PERFORM UNTIL is-pallet-eof
        READ pallet-file
            AT END
                SET is-pallet-eof TO TRUE
            NOT AT END
                IF pallet-uuid NOT = SPACE
                   AND pallet-state NOT = 'V'
                    MOVE pallet-record TO found-pallet
                    PERFORM WRITE-PALLET-LABEL
                    ADD 1 TO spooled-pallets
                END-IF
        END-READ
    END-PERFORM
    IF pallet-status = "00" OR pallet-status = "10"
        CLOSE pallet-file
    END-IF.

REPRINT-ONE-LABEL.
    IF key-arg = SPACE
        DISPLAY "Usage: fish-bottle-label-print REPRINT"
            " <batch-number, uuid or pallet> <reason> <operator>"
        MOVE 8 TO RETURN-CODE
    ELSE
        EVALUATE TRUE
            WHEN FUNCTION TRIM(key-arg) IS NUMERIC
                MOVE FUNCTION TRIM(key-arg) TO search-batch
                SET search-by-batch TO TRUE
            WHEN key-arg(1:1) = 'P' AND key-arg(7:30) = SPACE
                MOVE key-arg TO search-pallet
                SET search-by-pallet TO TRUE
            WHEN OTHER
                MOVE key-arg TO search-uuid
                SET search-by-uuid TO TRUE
        END-EVALUATE
        IF NOT search-by-pallet
            PERFORM FIND-LAST-LABEL
        END-IF
        IF NOT is-label-found AND NOT search-by-batch
            PERFORM FIND-PALLET-LABEL
        END-IF
        EVALUATE TRUE
            WHEN is-label-found
                OPEN EXTEND spool-file
                IF spool-status NOT = "00"
                    OPEN OUTPUT spool-file
                END-IF
                PERFORM WRITE-ONE-LABEL
                CLOSE spool-file
                PERFORM APPEND-REPRINT-LOG
                PERFORM APPEND-REPRINT-TO-STOCK
                DISPLAY "Reprinted label for " fnd-batch-number
                    " (" fnd-uuid ")"
            WHEN is-pallet-found
                OPEN EXTEND spool-file
                IF spool-status NOT = "00"
                    OPEN OUTPUT spool-file
                END-IF
                PERFORM WRITE-PALLET-LABEL
                CLOSE spool-file
                PERFORM APPEND-REPRINT-LOG
                DISPLAY "Reprinted pallet label for " fpl-number
                    " (" fpl-uuid ")"
            WHEN OTHER
                DISPLAY "No label found for " key-arg
                MOVE 4 TO RETURN-CODE
        END-EVALUATE
    END-IF.

FIND-PALLET-LABEL.
    MOVE 'N' TO pallet-found
    MOVE 'N' TO pallet-eof
    OPEN INPUT pallet-file
    IF pallet-status NOT = "00"
        SET is-pallet-eof TO TRUE
    END-IF
    PERFORM UNTIL is-pallet-eof
        READ pallet-file
            AT END
                SET is-pallet-eof TO TRUE
            NOT AT END
                IF pallet-state NOT = 'V'
                   AND ((search-by-pallet
                         AND pallet-number = search-pallet)
                        OR (search-by-uuid
                            AND pallet-uuid = search-uuid))
                    MOVE pallet-record TO found-pallet
                    SET is-pallet-found TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF pallet-status = "00" OR pallet-status = "10"
        CLOSE pallet-file
    END-IF.

FIND-LAST-LABEL.
                IF audit-uuid NOT = SPACE
                   AND audit-classification NOT = "REJECTED"
                   AND audit-classification NOT = "REVERSAL"
                   AND audit-classification NOT = "TRANSFER-OUT"
                   AND ((search-by-batch
                         AND audit-batch-number = search-batch)
                        OR (search-by-uuid
    END-STRING
    WRITE spool-line.

WRITE-PALLET-LABEL.
    MOVE ALL "=" TO spool-line
    WRITE spool-line
    MOVE SPACE TO spool-line
    STRING "PALLET: " fpl-number "   LANE: " fpl-lane
           "   CLASS: " fpl-class
        DELIMITED BY SIZE INTO spool-line
    END-STRING
    WRITE spool-line
    MOVE SPACE TO spool-line
    STRING "BUILT: " fpl-business-date(1:4) "-"
           fpl-business-date(5:2) "-" fpl-business-date(7:2)
           "  CONTAINERS: " fpl-count
           "  WEIGHT: " fpl-weight
        DELIMITED BY SIZE INTO spool-line
    END-STRING
    WRITE spool-line
    MOVE SPACE TO spool-line
    STRING "UUID: " fpl-uuid DELIMITED BY SIZE INTO spool-line
    END-STRING
    WRITE spool-line
    MOVE SPACE TO barcode-payload
    STRING fpl-number fpl-uuid(1:8) DELIMITED BY SIZE
        INTO barcode-payload
    END-STRING
    CALL 'fish-bottle-barcode' USING barcode-payload
        barcode-check-digit
    MOVE SPACE TO spool-line
    STRING "*" fpl-number "-" fpl-uuid(1:8) "-"
           barcode-check-digit "*"
        DELIMITED BY SIZE INTO spool-line
    END-STRING
    WRITE spool-line.

APPEND-REPRINT-LOG.
    OPEN EXTEND reprint-log-file
    IF reprint-log-status NOT = "00"
    MOVE operator-arg TO rpl-operator
    WRITE reprint-log-record
    CLOSE reprint-log-file.

APPEND-REPRINT-TO-STOCK.
    OPEN EXTEND stock-file
    IF stock-status NOT = "00"
        OPEN OUTPUT stock-file
    END-IF
    MOVE SPACE TO stock-record
    MOVE stamp-date TO stock-date
    MOVE SPACE TO stock-separator-1
    MOVE stamp-time TO stock-time
    MOVE SPACE TO stock-separator-2
    MOVE fnd-plant TO stock-plant
    MOVE SPACE TO stock-separator-3
    MOVE "REPRINT" TO stock-type
    MOVE SPACE TO stock-separator-4
    MOVE 1 TO stock-quantity
    MOVE SPACE TO stock-separator-5
    MOVE reason-arg TO stock-reference
    MOVE SPACE TO stock-separator-6
    MOVE operator-arg TO stock-operator
    WRITE stock-record
    CLOSE stock-file.
