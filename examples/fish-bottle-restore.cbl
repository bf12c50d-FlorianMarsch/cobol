IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-restore.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT backup-manifest-file
        ASSIGN TO "fish-bottle-backup-manifest.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS backup-manifest-status.
    SELECT restore-report-file ASSIGN TO "fish-bottle-restore.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS restore-report-status.

DATA DIVISION.
FILE SECTION.
FD  backup-manifest-file.
01  backup-manifest-record.
    COPY "fbbkup.cpy".

FD  restore-report-file.
01  restore-report-line      pic x(100).

WORKING-STORAGE SECTION.
    01 backup-manifest-status pic xx.
    01 restore-report-status pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 date-arg              pic x(8) value space.
    01 operator-arg          pic x(4) value space.
    01 required-action       pic x value 'T'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.
    01 generation-date       pic 9(8) value 0.
    01 generation-taken      pic 9(14) value 0.

    01 restore-table.
        05 restore-count     pic 9(2) value 0.
        05 restore-entry OCCURS 60 TIMES.
            10 rs-live-name          pic x(40).
            10 rs-kind               pic x.
            10 rs-state              pic x.
            10 rs-record-count       pic 9(7).
            10 rs-copy-name          pic x(48).
            10 rs-check-count        pic 9(7).
            10 rs-result             pic x(8).
    01 restore-index         pic 9(2) value 0.

    01 copy-action           pic x.
    01 copy-found            pic x.
    01 copy-live-name        pic x(40).
    01 copy-name             pic x(48).
    01 copy-record-count     pic 9(7).

    01 count-unusable        pic 9(3) value 0.
    01 count-restored        pic 9(3) value 0.
    01 count-emptied         pic 9(3) value 0.
    01 count-mismatched      pic 9(3) value 0.

PROCEDURE DIVISION.
    ACCEPT date-arg FROM ARGUMENT-VALUE
    ACCEPT operator-arg FROM ARGUMENT-VALUE
    IF date-arg = SPACE OR FUNCTION TRIM(date-arg) IS NOT NUMERIC
        DISPLAY "Usage: fish-bottle-restore <yyyymmdd> <operator>"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION NUMVAL(date-arg) TO generation-date
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "RESTORE refused - operator " operator-arg
            " is not authorized to restore a backup generation"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-GENERATION
    IF restore-count = 0
        DISPLAY "RESTORE refused - no backup generation "
            generation-date " in fish-bottle-backup-manifest.dat"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT restore-report-file
    MOVE SPACE TO restore-report-line
    STRING "Restore of backup generation " generation-date
           " taken " generation-taken
           " by operator " operator-arg
        DELIMITED BY SIZE INTO restore-report-line
    END-STRING
    PERFORM WRITE-RESTORE-LINE
    MOVE SPACE TO restore-report-line
    STRING "File                                     Backed up "
           "Restored  Result"
        DELIMITED BY SIZE INTO restore-report-line
    END-STRING
    PERFORM WRITE-RESTORE-LINE
    MOVE ALL "-" TO restore-report-line
    PERFORM WRITE-RESTORE-LINE
    PERFORM VARYING restore-index FROM 1 BY 1
            UNTIL restore-index > restore-count
        PERFORM CHECK-ONE-BACKUP-COPY
    END-PERFORM
    IF count-unusable > 0
        PERFORM VARYING restore-index FROM 1 BY 1
                UNTIL restore-index > restore-count
            PERFORM WRITE-ONE-RESULT-LINE
        END-PERFORM
        MOVE ALL "-" TO restore-report-line
        PERFORM WRITE-RESTORE-LINE
        MOVE SPACE TO restore-report-line
        STRING "Result: REFUSED - " count-unusable
               " backup copies missing or incomplete, no files changed"
            DELIMITED BY SIZE INTO restore-report-line
        END-STRING
        PERFORM WRITE-RESTORE-LINE
        CLOSE restore-report-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING restore-index FROM 1 BY 1
            UNTIL restore-index > restore-count
        PERFORM RESTORE-ONE-FILE
    END-PERFORM
    PERFORM VARYING restore-index FROM 1 BY 1
            UNTIL restore-index > restore-count
        PERFORM RECOUNT-ONE-FILE
        PERFORM WRITE-ONE-RESULT-LINE
    END-PERFORM
    MOVE ALL "-" TO restore-report-line
    PERFORM WRITE-RESTORE-LINE
    MOVE SPACE TO restore-report-line
    IF count-mismatched = 0
        STRING "Result: RESTORED - " count-restored " files restored, "
               count-emptied " emptied (not present at backup)"
            DELIMITED BY SIZE INTO restore-report-line
        END-STRING
    ELSE
        STRING "Result: COUNT MISMATCH - " count-mismatched
               " files do not match the backup manifest"
            DELIMITED BY SIZE INTO restore-report-line
        END-STRING
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM WRITE-RESTORE-LINE
    CLOSE restore-report-file
    STOP RUN.

LOAD-GENERATION.
    MOVE 0 TO restore-count
    MOVE 'N' TO file-eof
    OPEN INPUT backup-manifest-file
    IF backup-manifest-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ backup-manifest-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF bkm-generation = generation-date
                   AND restore-count < 60
                    ADD 1 TO restore-count
                    MOVE bkm-live-name TO rs-live-name(restore-count)
                    MOVE bkm-kind TO rs-kind(restore-count)
                    MOVE bkm-state TO rs-state(restore-count)
                    MOVE bkm-record-count
                        TO rs-record-count(restore-count)
                    MOVE bkm-copy-name TO rs-copy-name(restore-count)
                    MOVE 0 TO rs-check-count(restore-count)
                    MOVE SPACE TO rs-result(restore-count)
                    MOVE bkm-taken TO generation-taken
                END-IF
        END-READ
    END-PERFORM
    IF backup-manifest-status = "00" OR backup-manifest-status = "10"
        CLOSE backup-manifest-file
    END-IF.

CHECK-ONE-BACKUP-COPY.
    EVALUATE rs-state(restore-index)
        WHEN 'A'
            MOVE "ok" TO rs-result(restore-index)
        WHEN 'P'
            MOVE rs-live-name(restore-index) TO copy-live-name
            MOVE rs-copy-name(restore-index) TO copy-name
            MOVE 'N' TO copy-action
            CALL 'fish-bottle-file-copy' USING copy-action copy-found
                copy-live-name copy-name copy-record-count
            MOVE copy-record-count TO rs-check-count(restore-index)
            IF copy-found NOT = 'Y'
                MOVE "NO COPY" TO rs-result(restore-index)
                ADD 1 TO count-unusable
            ELSE
                IF copy-record-count NOT = rs-record-count(restore-index)
                    MOVE "SHORT" TO rs-result(restore-index)
                    ADD 1 TO count-unusable
                ELSE
                    MOVE "ok" TO rs-result(restore-index)
                END-IF
            END-IF
        WHEN OTHER
            MOVE "BAD COPY" TO rs-result(restore-index)
            ADD 1 TO count-unusable
    END-EVALUATE.

RESTORE-ONE-FILE.
    MOVE rs-live-name(restore-index) TO copy-live-name
    MOVE rs-copy-name(restore-index) TO copy-name
    EVALUATE TRUE
        WHEN rs-state(restore-index) = 'A' AND rs-kind(restore-index) = 'R'
            MOVE 'F' TO copy-action
            ADD 1 TO count-emptied
        WHEN rs-state(restore-index) = 'A'
            MOVE 'E' TO copy-action
            ADD 1 TO count-emptied
        WHEN rs-kind(restore-index) = 'R'
            MOVE 'T' TO copy-action
            ADD 1 TO count-restored
        WHEN OTHER
            MOVE 'R' TO copy-action
            ADD 1 TO count-restored
    END-EVALUATE
    CALL 'fish-bottle-file-copy' USING copy-action copy-found
        copy-live-name copy-name copy-record-count.

RECOUNT-ONE-FILE.
    MOVE rs-live-name(restore-index) TO copy-live-name
    MOVE rs-copy-name(restore-index) TO copy-name
    IF rs-kind(restore-index) = 'R'
        MOVE 'K' TO copy-action
    ELSE
        MOVE 'L' TO copy-action
    END-IF
    CALL 'fish-bottle-file-copy' USING copy-action copy-found
        copy-live-name copy-name copy-record-count
    MOVE copy-record-count TO rs-check-count(restore-index)
    IF copy-found = 'Y'
       AND copy-record-count = rs-record-count(restore-index)
        IF rs-state(restore-index) = 'A'
            MOVE "emptied" TO rs-result(restore-index)
        ELSE
            MOVE "ok" TO rs-result(restore-index)
        END-IF
    ELSE
        MOVE "MISMATCH" TO rs-result(restore-index)
        ADD 1 TO count-mismatched
    END-IF.

WRITE-ONE-RESULT-LINE.
    MOVE SPACE TO restore-report-line
    STRING rs-live-name(restore-index) " "
           rs-record-count(restore-index) "   "
           rs-check-count(restore-index) "   "
           rs-result(restore-index)
        DELIMITED BY SIZE INTO restore-report-line
    END-STRING
    PERFORM WRITE-RESTORE-LINE.

WRITE-RESTORE-LINE.
    WRITE restore-report-line
    DISPLAY restore-report-line.
