    SELECT shipment-file ASSIGN TO "fish-bottle-shipments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shipment-status.
    SELECT dup-suspect-file ASSIGN TO "fish-bottle-dup-suspects.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-suspect-status.
    SELECT dup-keep-file ASSIGN TO "fish-bottle-dup-keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-keep-status.

DATA DIVISION.
FILE SECTION.
FD  batch-in-file.
01  batch-in-record.
    COPY "fbmanif.cpy".
01  batch-in-header.
    COPY "fbmhead.cpy".
01  batch-in-trailer.
    COPY "fbmtrail.cpy".

FD  batch-index-file.
01  batch-index-record.

FD  routing-master-file.
01  routing-master-record.
    COPY "fbroute.cpy".

FD  routing-out-file.
01  routing-out-record.
01  shipment-record.
    COPY "fbship.cpy".

FD  dup-suspect-file.
01  dup-suspect-record.
    COPY "fbdupq.cpy".

FD  dup-keep-file.
01  dup-keep-record          pic x(107).

FD  rework-log-file.
01  rework-log-record.
    05 rwlog-batch           pic x(6).
        88 is-routing-eof value 'Y'.
    01 routing-table.
        05 routing-count     pic 9(2) value 0.
        05 routing-entry OCCURS 30 TIMES.
            10 routing-table-class    pic x(15).
            10 routing-table-lane     pic x(4).
            10 routing-table-overflow pic x(4).
            10 routing-table-capacity pic x(6).
            10 routing-table-effective pic 9(8).
            10 routing-table-state    pic x.
                88 is-routing-retired value 'R'.
    01 routing-scan          pic 9(2) value 0.
    01 routing-index         pic 9(2) value 0.
    01 routing-entry-effective pic 9(8) value 0.
    01 routing-default-lane  pic x(4) value "LN99".
    01 assigned-lane         pic x(4).
    01 overflow-lane         pic x(4) value space.
    01 input-checksum        pic 9(9) value 0.
    01 checksum-position     pic 9(2).
    01 run-control-write-status pic x.
    01 transmission-action   pic x value 'C'.
    01 transmission-result   pic x value space.
        88 is-transmission-held value 'H'.
    01 transmission-count    pic 9(6) value 0.
    01 resubmit-status       pic xx.
    01 resubmit-log-status   pic xx.
    01 reject-master-status  pic xx.
                      ==audit-operator==       BY ==rwa-operator==
                      ==audit-separator-9==    BY ==rwa-separator-9==
                      ==audit-hold==           BY ==rwa-hold==.
    01 dup-suspect-status    pic xx.
    01 dup-keep-status       pic xx.
    01 dup-suspect-eof       pic x value 'N'.
        88 is-dup-suspect-eof value 'Y'.
    01 dup-accept-flag       pic x value 'N'.
        88 is-dup-accept-entry value 'Y'.
    01 dup-suspect-flag      pic x value 'N'.
        88 is-dup-suspect value 'Y'.
    01 dup-original-date     pic 9(8) value 0.
    01 dup-lookup-found      pic x.
    01 dup-lookup.
        COPY "fbaudit.cpy"
            REPLACING ==audit-batch-number==   BY ==dpa-batch-number==
                      ==audit-separator-1==    BY ==dpa-separator-1==
                      ==audit-classification== BY ==dpa-classification==
                      ==audit-separator-2==    BY ==dpa-separator-2==
                      ==audit-uuid==           BY ==dpa-uuid==
                      ==audit-separator-3==    BY ==dpa-separator-3==
                      ==audit-date==           BY ==dpa-date==
                      ==audit-year==           BY ==dpa-year==
                      ==audit-month==          BY ==dpa-month==
                      ==audit-day==            BY ==dpa-day==
                      ==audit-separator-4==    BY ==dpa-separator-4==
                      ==audit-time==           BY ==dpa-time==
                      ==audit-hours==          BY ==dpa-hours==
                      ==audit-minute==         BY ==dpa-minute==
                      ==audit-second==         BY ==dpa-second==
                      ==audit-separator-5==    BY ==dpa-separator-5==
                      ==audit-shift==          BY ==dpa-shift==
                      ==audit-separator-6==    BY ==dpa-separator-6==
                      ==audit-plant==          BY ==dpa-plant==
                      ==audit-separator-7==    BY ==dpa-separator-7==
                      ==audit-run-id==         BY ==dpa-run-id==
                      ==audit-separator-8==    BY ==dpa-separator-8==
                      ==audit-operator==       BY ==dpa-operator==
                      ==audit-separator-9==    BY ==dpa-separator-9==
                      ==audit-hold==           BY ==dpa-hold==.
    01 aix-action            pic x value 'U'.
    01 aix-found             pic x.
    01 aix-counts-work       pic x(50).
                PERFORM WRITE-CORRECTION-REPORT
                PERFORM CLEAR-CHECKPOINT
                PERFORM CLEAR-REJECT-CHECKPOINT
                PERFORM ACCEPT-TRANSMISSION
                PERFORM CLEAR-RESUBMIT-FILE
                PERFORM SETTLE-DUPLICATE-ACCEPTS
                DISPLAY "Segment " segment-number
                    " processed for business date " run-date
                    " - day remains open until CLOSE"
                PERFORM WRITE-WAREHOUSE-TRAILER
                PERFORM CLEAR-CHECKPOINT
                PERFORM CLEAR-REJECT-CHECKPOINT
                PERFORM ACCEPT-TRANSMISSION
                PERFORM MARK-RUN-COMPLETE
                PERFORM CLEAR-RESUBMIT-FILE
                PERFORM SETTLE-DUPLICATE-ACCEPTS
            END-IF
            CLOSE batch-index-file
            PERFORM CLOSE-FILES
                    MOVE 'N' TO run-control-flag
            END-EVALUATE
        END-IF
        IF run-control-ok
            PERFORM CHECK-TRANSMISSION
        END-IF
    END-IF
    IF run-control-ok
        IF is-segment-mode AND segment-number = 0
        PERFORM SAVE-RUN-CONTROL-STARTED
    END-IF.

CHECK-TRANSMISSION.
    MOVE 'C' TO transmission-action
    CALL 'fish-bottle-manifest-check' USING transmission-action
        run-date run-start-stamp transmission-result
        transmission-count
    IF is-transmission-held
        DISPLAY "RUN REFUSED: inbound manifest does not balance - "
            transmission-count " transmission errors, see"
            " fish-bottle-transmission.dat"
        DISPLAY "The manifest is held back and nothing was classified -"
            " have the plant resend the file"
        MOVE 'N' TO run-control-flag
    END-IF.

ACCEPT-TRANSMISSION.
    MOVE 'A' TO transmission-action
    CALL 'fish-bottle-manifest-check' USING transmission-action
        run-date run-start-stamp transmission-result
        transmission-count.

CHECK-SEGMENT-CONTROL.
    EVALUATE TRUE
        WHEN NOT is-prior-run-found
    OPEN OUTPUT batch-index-file
    PERFORM PROCESS-RESUBMIT-FILE
    PERFORM PROCESS-REWORK-RETURNS
    PERFORM PROCESS-DUPLICATE-ACCEPTS
    OPEN INPUT batch-in-file
    PERFORM UNTIL is-batch-eof
        READ batch-in-file
            AT END
                SET is-batch-eof TO TRUE
            NOT AT END
                IF mhdr-record-type NOT = "HDR"
                   AND mtrl-record-type NOT = "TRL"
                    ADD 1 TO build-line-number
                    PERFORM LOAD-ONE-INDEX-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE batch-in-file
    WRITE rework-log-record
    CLOSE rework-log-file.

PROCESS-DUPLICATE-ACCEPTS.
    MOVE 'N' TO dup-suspect-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status = "00"
        PERFORM UNTIL is-dup-suspect-eof
            READ dup-suspect-file
                AT END
                    SET is-dup-suspect-eof TO TRUE
                NOT AT END
                    IF dupq-state = 'A'
                        ADD 1 TO build-line-number
                        PERFORM LOAD-ONE-DUPLICATE-ACCEPT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE dup-suspect-file
    END-IF.

LOAD-ONE-DUPLICATE-ACCEPT.
    MOVE SPACE TO batch-in-record
    MOVE dupq-batch-number TO manifest-batch-number
    MOVE SPACE TO manifest-separator-1
    MOVE dupq-plant TO manifest-plant-code
    MOVE SPACE TO manifest-separator-2
    MOVE dupq-line-number TO manifest-line-number
    MOVE SPACE TO manifest-separator-3
    MOVE dupq-gross-weight TO manifest-gross-weight
    SET is-dup-accept-entry TO TRUE
    PERFORM LOAD-ONE-INDEX-RECORD
    MOVE 'N' TO dup-accept-flag.

CHECK-DUPLICATE-SUSPECT.
    MOVE SPACE TO dup-lookup
    MOVE manifest-batch-number TO dpa-batch-number
    MOVE 'B' TO aix-action
    CALL 'fish-bottle-audit-ix' USING aix-action dup-lookup-found
        dup-lookup aix-counts-work
    IF dup-lookup-found = 'Y'
       AND dpa-plant = manifest-plant-code
       AND dpa-classification NOT = "REVERSAL"
       AND dpa-classification NOT = "REJECTED"
        IF dpa-run-id NUMERIC AND dpa-run-id > 0
            MOVE dpa-run-id(1:8) TO dup-original-date
        ELSE
            MOVE dpa-date TO dup-original-date
        END-IF
        IF dup-original-date < run-date
            SET is-dup-suspect TO TRUE
        END-IF
    END-IF.

APPEND-DUPLICATE-SUSPECT.
    OPEN EXTEND dup-suspect-file
    IF dup-suspect-status NOT = "00"
        OPEN OUTPUT dup-suspect-file
    END-IF
    MOVE SPACE TO dup-suspect-record
    MOVE manifest-batch-number TO dupq-batch-number
    MOVE manifest-plant-code TO dupq-plant
    MOVE manifest-line-number TO dupq-line-number
    MOVE manifest-gross-weight TO dupq-gross-weight
    MOVE run-date TO dupq-business-date
    MOVE dpa-uuid TO dupq-original-uuid
    MOVE dpa-classification TO dupq-original-class
    MOVE dup-original-date TO dupq-original-date
    MOVE 'Q' TO dupq-state
    MOVE SPACE TO dupq-operator
    MOVE 0 TO dupq-decided-date
    WRITE dup-suspect-record
    CLOSE dup-suspect-file
    DISPLAY "DUPLICATE SUSPECT: batch " manifest-batch-number
        " plant " manifest-plant-code " already classified "
        dup-original-date " as " FUNCTION TRIM(dpa-classification)
        " - queued for review".

SETTLE-DUPLICATE-ACCEPTS.
    MOVE 'N' TO dup-suspect-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status = "00"
        OPEN OUTPUT dup-keep-file
        PERFORM UNTIL is-dup-suspect-eof
            READ dup-suspect-file
                AT END
                    SET is-dup-suspect-eof TO TRUE
                NOT AT END
                    IF dupq-state = 'A'
                        MOVE 'N' TO dupq-state
                    END-IF
                    MOVE dup-suspect-record TO dup-keep-record
                    WRITE dup-keep-record
            END-READ
        END-PERFORM
        CLOSE dup-suspect-file
        CLOSE dup-keep-file
        MOVE 'N' TO dup-suspect-eof
        OPEN INPUT dup-keep-file
        OPEN OUTPUT dup-suspect-file
        PERFORM UNTIL is-dup-suspect-eof
            READ dup-keep-file
                AT END
                    SET is-dup-suspect-eof TO TRUE
                NOT AT END
                    MOVE dup-keep-record TO dup-suspect-record
                    WRITE dup-suspect-record
            END-READ
        END-PERFORM
        CLOSE dup-keep-file
        CLOSE dup-suspect-file
    END-IF.

LOAD-ONE-INDEX-RECORD.
    PERFORM APPLY-CORRECTION-RULES
    PERFORM VALIDATE-MANIFEST-RECORD
    MOVE 'N' TO dup-suspect-flag
    IF reject-reason-text = SPACE
       AND NOT is-rework-entry
       AND NOT is-dup-accept-entry
        PERFORM CHECK-DUPLICATE-SUSPECT
    END-IF
    EVALUATE TRUE
        WHEN reject-reason-text NOT = SPACE
            IF build-line-number > reject-checkpoint-line
                PERFORM REJECT-ONE-CONTAINER
                MOVE build-line-number TO reject-checkpoint-line
                PERFORM SAVE-REJECT-CHECKPOINT
            END-IF
        WHEN is-dup-suspect
            IF build-line-number > reject-checkpoint-line
                PERFORM APPEND-DUPLICATE-SUSPECT
                MOVE build-line-number TO reject-checkpoint-line
                PERFORM SAVE-REJECT-CHECKPOINT
            END-IF
        WHEN OTHER
            MOVE manifest-batch-number TO batch-relative-key
            MOVE batch-in-record TO batch-index-record
            WRITE batch-index-record
                INVALID KEY
                    MOVE "duplicate batch number" TO reject-reason-text
                    IF build-line-number > reject-checkpoint-line
                        PERFORM REJECT-ONE-CONTAINER
                        MOVE build-line-number TO reject-checkpoint-line
                        PERFORM SAVE-REJECT-CHECKPOINT
                    END-IF
            END-WRITE
    END-EVALUATE.

LOAD-CORRECTION-RULES.
    MOVE 0 TO correction-count
    MOVE issued-uuid TO ship-uuid
    MOVE SPACE TO ship-separator-2
    MOVE run-date TO ship-date
    MOVE SPACE TO ship-separator-3
    MOVE SPACE TO ship-load-number
    WRITE shipment-record.

WRITE-WAREHOUSE-TRAILER.
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF routing-table-class(routing-scan) = class-value
           AND NOT is-routing-retired(routing-scan)
            MOVE routing-table-lane(routing-scan) TO assigned-lane
            MOVE routing-table-overflow(routing-scan) TO overflow-lane
            MOVE routing-count TO routing-scan
            END-READ
        END-PERFORM
        CLOSE routing-master-file
        PERFORM APPLY-ROUTING-ENTRIES
    ELSE
        DISPLAY "WARNING: no routing master - all lanes defaulting to "
            routing-default-lane
    MOVE 'N' TO routing-eof.

LOAD-ONE-ROUTING-ENTRY.
    IF routing-effective NUMERIC
        MOVE routing-effective TO routing-entry-effective
    ELSE
        MOVE 0 TO routing-entry-effective
    END-IF
    EVALUATE TRUE
        WHEN routing-class = SPACE
            CONTINUE
        WHEN routing-entry-effective > run-date
            CONTINUE
        WHEN OTHER
            PERFORM FIND-ROUTING-CLASS
            EVALUATE TRUE
                WHEN routing-index > 0
                    IF routing-entry-effective
                       >= routing-table-effective(routing-index)
                        PERFORM STORE-ROUTING-ENTRY
                    END-IF
                WHEN routing-count < 30
                    ADD 1 TO routing-count
                    MOVE routing-count TO routing-index
                    PERFORM STORE-ROUTING-ENTRY
                WHEN OTHER
                    DISPLAY "WARNING: routing table full - "
                        routing-class " not loaded"
            END-EVALUATE
    END-EVALUATE.

FIND-ROUTING-CLASS.
    MOVE 0 TO routing-index
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF routing-table-class(routing-scan) = routing-class
            MOVE routing-scan TO routing-index
            MOVE routing-count TO routing-scan
        END-IF
    END-PERFORM.

STORE-ROUTING-ENTRY.
    MOVE routing-class TO routing-table-class(routing-index)
    MOVE routing-lane TO routing-table-lane(routing-index)
    MOVE routing-overflow TO routing-table-overflow(routing-index)
    MOVE routing-capacity TO routing-table-capacity(routing-index)
    MOVE routing-entry-effective
        TO routing-table-effective(routing-index)
    MOVE routing-state TO routing-table-state(routing-index).

APPLY-ROUTING-ENTRIES.
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF NOT is-routing-retired(routing-scan)
            EVALUATE routing-table-class(routing-scan)
                WHEN "default"
                    MOVE routing-table-lane(routing-scan)
                        TO routing-default-lane
                WHEN "quarantine"
                    MOVE routing-table-lane(routing-scan)
                        TO quarantine-lane
            END-EVALUATE
            PERFORM REGISTER-ROUTING-LANES
        END-IF
    END-PERFORM.

REGISTER-ROUTING-LANES.
    MOVE routing-table-lane(routing-scan) TO lane-lookup
    IF routing-table-capacity(routing-scan) NUMERIC
        MOVE routing-table-capacity(routing-scan)
            TO lane-lookup-capacity
    ELSE
        MOVE 0 TO lane-lookup-capacity
    END-IF
    PERFORM FIND-LANE-USAGE
    IF routing-table-overflow(routing-scan) NOT = SPACE
        MOVE routing-table-overflow(routing-scan) TO lane-lookup
        MOVE 0 TO lane-lookup-capacity
        PERFORM FIND-LANE-USAGE
    END-IF.
