IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-dup-review.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT dup-suspect-file ASSIGN TO "fish-bottle-dup-suspects.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-suspect-status.
    SELECT dup-keep-file ASSIGN TO "fish-bottle-dup-keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-keep-status.

DATA DIVISION.
FILE SECTION.
FD  dup-suspect-file.
01  dup-suspect-record.
    COPY "fbdupq.cpy".

FD  dup-keep-file.
01  dup-keep-record          pic x(107).

WORKING-STORAGE SECTION.
    01 dup-suspect-status    pic xx.
    01 dup-keep-status       pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 action-arg            pic x(7) value space.
    01 operator-arg          pic x(4) value space.
    01 batch-arg             pic x(6) value space.
    01 plant-arg             pic x(3) value space.
    01 required-action       pic x value 'U'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.

    01 decision-state        pic x value space.
    01 decision-text         pic x(40) value space.
    01 count-matched         pic 9(5) value 0.
    01 count-open            pic 9(5) value 0.
    01 count-decided         pic 9(5) value 0.
    01 count-listed          pic 9(5) value 0.
    01 open-original-uuid    pic x(36) value space.
    01 last-state            pic x value space.
    01 state-text            pic x(9).
    01 stamp-data.
        05 stamp-date        pic 9(8).
        05 stamp-time        pic 9(6).
        05 stamp-rest        pic x(7).

    01 master-action         pic x value 'R'.
    01 master-found          pic x.
    01 master-work.
        COPY "lblmstr.cpy"
            REPLACING ==master-uuid==         BY ==mst-uuid==
                      ==master-separator-1==  BY ==mst-separator-1==
                      ==master-status==       BY ==mst-status==
                      ==master-separator-2==  BY ==mst-separator-2==
                      ==master-batch-number== BY ==mst-batch-number==
                      ==master-separator-3==  BY ==mst-separator-3==
                      ==master-date==         BY ==mst-date==
                      ==master-year==         BY ==mst-year==
                      ==master-month==        BY ==mst-month==
                      ==master-day==          BY ==mst-day==
                      ==master-separator-4==  BY ==mst-separator-4==
                      ==master-time==         BY ==mst-time==
                      ==master-hours==        BY ==mst-hours==
                      ==master-minute==       BY ==mst-minute==
                      ==master-second==       BY ==mst-second==
                      ==master-separator-5==  BY ==mst-separator-5==
                      ==master-reason==       BY ==mst-reason==
                      ==master-separator-6==  BY ==mst-separator-6==
                      ==master-operator==     BY ==mst-operator==.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO stamp-data
    ACCEPT action-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(action-arg) TO action-arg
    EVALUATE action-arg
        WHEN "ACCEPT"
            MOVE 'A' TO decision-state
            MOVE "accepted as a new container" TO decision-text
            PERFORM DECIDE-DUPLICATE-SUSPECT
        WHEN "RELABEL"
            MOVE 'L' TO decision-state
            MOVE "linked to the original as a relabel" TO decision-text
            PERFORM DECIDE-DUPLICATE-SUSPECT
        WHEN "REJECT"
            MOVE 'X' TO decision-state
            MOVE "rejected" TO decision-text
            PERFORM DECIDE-DUPLICATE-SUSPECT
        WHEN "LIST"
            ACCEPT plant-arg FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(plant-arg) TO plant-arg
            PERFORM LIST-DUPLICATE-SUSPECTS
        WHEN OTHER
            DISPLAY "Usage: fish-bottle-dup-review ACCEPT|RELABEL|REJECT"
                " <operator> <batch> <plant>"
            DISPLAY "       fish-bottle-dup-review LIST [plant]"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

DECIDE-DUPLICATE-SUSPECT.
    ACCEPT operator-arg FROM ARGUMENT-VALUE
    ACCEPT batch-arg FROM ARGUMENT-VALUE
    ACCEPT plant-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(plant-arg) TO plant-arg
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Duplicate decision refused - operator " operator-arg
            " is not authorized"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM FIND-DUPLICATE-SUSPECT
        EVALUATE TRUE
            WHEN count-matched = 0
                DISPLAY "Duplicate decision refused - batch " batch-arg
                    " plant " plant-arg " is not on the suspect queue"
                MOVE 8 TO RETURN-CODE
            WHEN count-open = 0
                PERFORM SET-STATE-TEXT
                DISPLAY "Duplicate decision refused - batch " batch-arg
                    " plant " plant-arg " is already decided ("
                    FUNCTION TRIM(state-text) ")"
                MOVE 4 TO RETURN-CODE
            WHEN decision-state = 'L'
             AND open-original-uuid = SPACE
                DISPLAY "Relabel refused - batch " batch-arg
                    " has no original label to link to"
                MOVE 8 TO RETURN-CODE
            WHEN OTHER
                PERFORM CHECK-RELABEL-ORIGINAL
        END-EVALUATE
    END-IF.

CHECK-RELABEL-ORIGINAL.
    IF decision-state = 'L'
        MOVE SPACE TO master-work
        MOVE open-original-uuid TO mst-uuid
        MOVE 'R' TO master-action
        CALL 'uuid-master-io' USING master-action master-found
            master-work
        IF master-found NOT = 'Y'
            DISPLAY "Relabel refused - original label "
                open-original-uuid " is not on the label master"
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM RECORD-DUPLICATE-DECISION
            DISPLAY "Reissue label " open-original-uuid
                " for the relabeled container"
        END-IF
    ELSE
        PERFORM RECORD-DUPLICATE-DECISION
        IF decision-state = 'A'
            DISPLAY "Batch " batch-arg
                " will be classified by the next batch run"
        END-IF
    END-IF.

FIND-DUPLICATE-SUSPECT.
    MOVE 0 TO count-matched
    MOVE 0 TO count-open
    MOVE SPACE TO open-original-uuid
    MOVE SPACE TO last-state
    MOVE 'N' TO file-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status = "00"
        PERFORM UNTIL is-file-eof
            READ dup-suspect-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF dupq-batch-number = batch-arg
                       AND dupq-plant = plant-arg
                        ADD 1 TO count-matched
                        MOVE dupq-state TO last-state
                        IF dupq-state = 'Q'
                            ADD 1 TO count-open
                            MOVE dupq-original-uuid
                                TO open-original-uuid
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE dup-suspect-file
    END-IF.

RECORD-DUPLICATE-DECISION.
    MOVE 0 TO count-decided
    MOVE 'N' TO file-eof
    OPEN INPUT dup-suspect-file
    OPEN OUTPUT dup-keep-file
    PERFORM UNTIL is-file-eof
        READ dup-suspect-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF dupq-batch-number = batch-arg
                   AND dupq-plant = plant-arg
                   AND dupq-state = 'Q'
                    MOVE decision-state TO dupq-state
                    MOVE operator-arg TO dupq-operator
                    MOVE stamp-date TO dupq-decided-date
                    ADD 1 TO count-decided
                END-IF
                MOVE dup-suspect-record TO dup-keep-record
                WRITE dup-keep-record
        END-READ
    END-PERFORM
    CLOSE dup-suspect-file
    CLOSE dup-keep-file
    MOVE 'N' TO file-eof
    OPEN INPUT dup-keep-file
    OPEN OUTPUT dup-suspect-file
    PERFORM UNTIL is-file-eof
        READ dup-keep-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE dup-keep-record TO dup-suspect-record
                WRITE dup-suspect-record
        END-READ
    END-PERFORM
    CLOSE dup-keep-file
    CLOSE dup-suspect-file
    DISPLAY "Batch " batch-arg " plant " plant-arg " "
        FUNCTION TRIM(decision-text) " by " operator-arg " "
        operator-name " (" count-decided " queued)".

LIST-DUPLICATE-SUSPECTS.
    DISPLAY "Duplicate suspect queue"
    DISPLAY "Batch  Plant Line Weight Queued   Original  Class"
        "           State     Operator"
    DISPLAY "------------------------------------------------------------"
        "--------------------"
    MOVE 'N' TO file-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status = "00"
        PERFORM UNTIL is-file-eof
            READ dup-suspect-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF dupq-batch-number NOT = SPACE
                       AND (plant-arg = SPACE
                            OR dupq-plant = plant-arg)
                        PERFORM LIST-ONE-SUSPECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE dup-suspect-file
    END-IF
    IF count-listed = 0
        DISPLAY "  (no duplicate suspects on file)"
    END-IF.

LIST-ONE-SUSPECT.
    ADD 1 TO count-listed
    MOVE dupq-state TO last-state
    PERFORM SET-STATE-TEXT
    DISPLAY dupq-batch-number " " dupq-plant "   " dupq-line-number
        "   " dupq-gross-weight " " dupq-business-date " "
        dupq-original-date " " dupq-original-class " " state-text " "
        dupq-operator
    IF dupq-state = 'L'
        DISPLAY "       relabel of " dupq-original-uuid
    END-IF.

SET-STATE-TEXT.
    EVALUATE last-state
        WHEN 'Q'
            MOVE "open" TO state-text
        WHEN 'A'
            MOVE "accepted" TO state-text
        WHEN 'N'
            MOVE "new" TO state-text
        WHEN 'L'
            MOVE "relabel" TO state-text
        WHEN 'X'
            MOVE "rejected" TO state-text
        WHEN OTHER
            MOVE "unknown" TO state-text
    END-EVALUATE.
