IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-dup-summary.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT dup-suspect-file ASSIGN TO "fish-bottle-dup-suspects.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-suspect-status.
    SELECT run-control-file ASSIGN TO "fish-bottle-runctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-control-status.
    SELECT dup-report-file ASSIGN TO "fish-bottle-dup-summary.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-report-status.

DATA DIVISION.
FILE SECTION.
FD  dup-suspect-file.
01  dup-suspect-record.
    COPY "fbdupq.cpy".

FD  run-control-file.
01  run-control-record.
    05 runctl-business-date  pic 9(8).
    05 runctl-separator-1    pic x.
    05 runctl-input-count    pic 9(6).
    05 runctl-separator-2    pic x.
    05 runctl-checksum       pic 9(9).
    05 runctl-separator-3    pic x.
    05 runctl-status         pic x.
    05 runctl-separator-4    pic x.
    05 runctl-run-start      pic 9(14).
    05 runctl-separator-5    pic x.
    05 runctl-segment        pic 9(2).

FD  dup-report-file.
01  dup-report-line          pic x(90).

WORKING-STORAGE SECTION.
    01 dup-suspect-status    pic xx.
    01 run-control-status    pic xx.
    01 dup-report-status     pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 summary-date-arg      pic x(8) value space.
    01 summary-date          pic 9(8) value 0.
    01 stamp-data.
        05 stamp-date        pic 9(8).
        05 stamp-time        pic 9(6).
        05 stamp-rest        pic x(7).

    01 plant-summary-table.
        05 plant-summary-count pic 9(2) value 0.
        05 plant-summary-entry OCCURS 20 TIMES.
            10 ps-plant          pic x(3).
            10 ps-new            pic 9(5).
            10 ps-open           pic 9(5).
            10 ps-accepted       pic 9(5).
            10 ps-relabeled      pic 9(5).
            10 ps-rejected       pic 9(5).
            10 ps-oldest-open    pic 9(8).
    01 plant-scan            pic 9(2) value 0.
    01 plant-found-at        pic 9(2) value 0.
    01 total-new             pic 9(5) value 0.
    01 total-open            pic 9(5) value 0.
    01 total-accepted        pic 9(5) value 0.
    01 total-relabeled       pic 9(5) value 0.
    01 total-rejected        pic 9(5) value 0.
    01 oldest-text           pic x(8).

PROCEDURE DIVISION.
    ACCEPT summary-date-arg FROM ARGUMENT-VALUE
    IF summary-date-arg NOT = SPACE
       AND FUNCTION TRIM(summary-date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(summary-date-arg) TO summary-date
    ELSE
        PERFORM DEFAULT-SUMMARY-DATE
    END-IF
    PERFORM TALLY-DUPLICATE-SUSPECTS
    OPEN OUTPUT dup-report-file
    PERFORM WRITE-PLANT-SUMMARY
    PERFORM WRITE-NEW-SUSPECT-DETAIL
    CLOSE dup-report-file
    GOBACK.

DEFAULT-SUMMARY-DATE.
    MOVE 0 TO summary-date
    OPEN INPUT run-control-file
    IF run-control-status = "00"
        READ run-control-file
        IF run-control-status = "00"
           AND runctl-business-date NUMERIC
            MOVE runctl-business-date TO summary-date
        END-IF
        CLOSE run-control-file
    END-IF
    IF summary-date = 0
        MOVE FUNCTION CURRENT-DATE TO stamp-data
        MOVE stamp-date TO summary-date
    END-IF.

TALLY-DUPLICATE-SUSPECTS.
    MOVE 'N' TO file-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status = "00"
        PERFORM UNTIL is-file-eof
            READ dup-suspect-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF dupq-batch-number NOT = SPACE
                        PERFORM TALLY-ONE-SUSPECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE dup-suspect-file
    END-IF.

TALLY-ONE-SUSPECT.
    PERFORM FIND-SUMMARY-PLANT
    IF plant-found-at > 0
        IF dupq-business-date = summary-date
            ADD 1 TO ps-new(plant-found-at)
            ADD 1 TO total-new
        END-IF
        EVALUATE dupq-state
            WHEN 'Q'
                ADD 1 TO ps-open(plant-found-at)
                ADD 1 TO total-open
                IF ps-oldest-open(plant-found-at) = 0
                   OR dupq-business-date < ps-oldest-open(plant-found-at)
                    MOVE dupq-business-date
                        TO ps-oldest-open(plant-found-at)
                END-IF
            WHEN 'A'
            WHEN 'N'
                ADD 1 TO ps-accepted(plant-found-at)
                ADD 1 TO total-accepted
            WHEN 'L'
                ADD 1 TO ps-relabeled(plant-found-at)
                ADD 1 TO total-relabeled
            WHEN 'X'
                ADD 1 TO ps-rejected(plant-found-at)
                ADD 1 TO total-rejected
        END-EVALUATE
    END-IF.

FIND-SUMMARY-PLANT.
    MOVE 0 TO plant-found-at
    PERFORM VARYING plant-scan FROM 1 BY 1
            UNTIL plant-scan > plant-summary-count
        IF ps-plant(plant-scan) = dupq-plant
            MOVE plant-scan TO plant-found-at
            MOVE plant-summary-count TO plant-scan
        END-IF
    END-PERFORM
    IF plant-found-at = 0
        IF plant-summary-count < 20
            ADD 1 TO plant-summary-count
            MOVE plant-summary-count TO plant-found-at
            MOVE dupq-plant TO ps-plant(plant-found-at)
            MOVE 0 TO ps-new(plant-found-at)
            MOVE 0 TO ps-open(plant-found-at)
            MOVE 0 TO ps-accepted(plant-found-at)
            MOVE 0 TO ps-relabeled(plant-found-at)
            MOVE 0 TO ps-rejected(plant-found-at)
            MOVE 0 TO ps-oldest-open(plant-found-at)
        ELSE
            DISPLAY "WARNING: duplicate summary plant table full - "
                dupq-plant " not summarized"
        END-IF
    END-IF.

WRITE-PLANT-SUMMARY.
    MOVE SPACE TO dup-report-line
    STRING "Duplicate batch suspects by plant for business date "
        summary-date DELIMITED BY SIZE INTO dup-report-line
    END-STRING
    PERFORM WRITE-DUP-REPORT-LINE
    MOVE SPACE TO dup-report-line
    STRING "Plant    New    Open  Accepted  Relabeled  Rejected"
        "  Oldest open"
        DELIMITED BY SIZE INTO dup-report-line
    END-STRING
    PERFORM WRITE-DUP-REPORT-LINE
    MOVE ALL "-" TO dup-report-line
    PERFORM WRITE-DUP-REPORT-LINE
    PERFORM VARYING plant-scan FROM 1 BY 1
            UNTIL plant-scan > plant-summary-count
        IF ps-oldest-open(plant-scan) = 0
            MOVE SPACE TO oldest-text
        ELSE
            MOVE ps-oldest-open(plant-scan) TO oldest-text
        END-IF
        MOVE SPACE TO dup-report-line
        STRING ps-plant(plant-scan) "    " ps-new(plant-scan) "   "
            ps-open(plant-scan) "     " ps-accepted(plant-scan) "      "
            ps-relabeled(plant-scan) "     " ps-rejected(plant-scan)
            "  " oldest-text
            DELIMITED BY SIZE INTO dup-report-line
        END-STRING
        PERFORM WRITE-DUP-REPORT-LINE
    END-PERFORM
    IF plant-summary-count = 0
        MOVE "  (no duplicate suspects on file)" TO dup-report-line
        PERFORM WRITE-DUP-REPORT-LINE
    END-IF
    MOVE ALL "-" TO dup-report-line
    PERFORM WRITE-DUP-REPORT-LINE
    MOVE SPACE TO dup-report-line
    STRING "All    " total-new "   " total-open "     " total-accepted
        "      " total-relabeled "     " total-rejected
        DELIMITED BY SIZE INTO dup-report-line
    END-STRING
    PERFORM WRITE-DUP-REPORT-LINE.

WRITE-NEW-SUSPECT-DETAIL.
    IF total-new > 0
        MOVE SPACE TO dup-report-line
        PERFORM WRITE-DUP-REPORT-LINE
        MOVE SPACE TO dup-report-line
        STRING "Suspects queued tonight - held from classification"
            DELIMITED BY SIZE INTO dup-report-line
        END-STRING
        PERFORM WRITE-DUP-REPORT-LINE
        MOVE SPACE TO dup-report-line
        STRING "Batch  Plant Line Weight Original Class           "
            "Original label"
            DELIMITED BY SIZE INTO dup-report-line
        END-STRING
        PERFORM WRITE-DUP-REPORT-LINE
        MOVE 'N' TO file-eof
        OPEN INPUT dup-suspect-file
        IF dup-suspect-status = "00"
            PERFORM UNTIL is-file-eof
                READ dup-suspect-file
                    AT END
                        SET is-file-eof TO TRUE
                    NOT AT END
                        IF dupq-batch-number NOT = SPACE
                           AND dupq-business-date = summary-date
                            PERFORM WRITE-ONE-NEW-SUSPECT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE dup-suspect-file
        END-IF
    END-IF
    MOVE SPACE TO dup-report-line
    IF total-open = 0
        STRING "Result: no duplicate suspects awaiting a decision"
            DELIMITED BY SIZE INTO dup-report-line
        END-STRING
    ELSE
        STRING "Result: " total-new " new tonight - " total-open
            " awaiting a clerk decision (fish-bottle-dup-review)"
            DELIMITED BY SIZE INTO dup-report-line
        END-STRING
    END-IF
    PERFORM WRITE-DUP-REPORT-LINE.

WRITE-ONE-NEW-SUSPECT.
    MOVE SPACE TO dup-report-line
    STRING dupq-batch-number " " dupq-plant "   " dupq-line-number
        "   " dupq-gross-weight " " dupq-original-date " "
        dupq-original-class " " dupq-original-uuid
        DELIMITED BY SIZE INTO dup-report-line
    END-STRING
    PERFORM WRITE-DUP-REPORT-LINE.

WRITE-DUP-REPORT-LINE.
    WRITE dup-report-line
    DISPLAY dup-report-line.
