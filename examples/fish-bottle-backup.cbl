IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-backup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT run-control-file ASSIGN TO "fish-bottle-runctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-control-status.
    SELECT file-list-file ASSIGN TO "fish-bottle-backup-files.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS file-list-status.
    SELECT backup-manifest-file
        ASSIGN TO "fish-bottle-backup-manifest.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS backup-manifest-status.
    SELECT work-file ASSIGN TO "fish-bottle-backup-work.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS work-status.

DATA DIVISION.
FILE SECTION.
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

FD  file-list-file.
01  file-list-record.
    05 list-live-name        pic x(40).
    05 list-separator-1      pic x.
    05 list-kind             pic x.

FD  backup-manifest-file.
01  backup-manifest-record.
    COPY "fbbkup.cpy".

FD  work-file.
01  work-record              pic x(130).

WORKING-STORAGE SECTION.
    01 run-control-status    pic xx.
    01 file-list-status      pic xx.
    01 backup-manifest-status pic xx.
    01 work-status           pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 date-arg              pic x(8) value space.
    01 generation-date       pic 9(8) value 0.
    01 clock-data.
        05 clock-stamp       pic 9(14).
        05 clock-rest        pic x(7).

    01 backup-table.
        05 backup-count      pic 9(2) value 0.
        05 backup-entry OCCURS 60 TIMES.
            10 bk-live-name          pic x(40).
            10 bk-kind               pic x.
            10 bk-state              pic x.
            10 bk-record-count       pic 9(7).
            10 bk-copy-name          pic x(48).
    01 backup-index          pic 9(2) value 0.

    01 copy-action           pic x.
    01 copy-found            pic x.
    01 copy-live-name        pic x(40).
    01 copy-name             pic x(48).
    01 copy-record-count     pic 9(7).
    01 check-record-count    pic 9(7).

    01 count-copied          pic 9(3) value 0.
    01 count-absent          pic 9(3) value 0.
    01 count-failed          pic 9(3) value 0.
    01 count-replaced        pic 9(3) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO clock-data
    MOVE 0 TO count-copied
    MOVE 0 TO count-absent
    MOVE 0 TO count-failed
    MOVE 0 TO count-replaced
    MOVE SPACE TO date-arg
    ACCEPT date-arg FROM ARGUMENT-VALUE
    IF date-arg NOT = SPACE
       AND FUNCTION TRIM(date-arg) IS NUMERIC
        MOVE FUNCTION NUMVAL(date-arg) TO generation-date
    ELSE
        PERFORM READ-BUSINESS-DATE
    END-IF
    PERFORM LOAD-FILE-LIST
    IF backup-count = 0
        DISPLAY "BACKUP: no files listed in fish-bottle-backup-files.dat"
            " - nothing backed up"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    DISPLAY "BACKUP: generation " generation-date " - "
        backup-count " files"
    PERFORM VARYING backup-index FROM 1 BY 1
            UNTIL backup-index > backup-count
        PERFORM BACKUP-ONE-FILE
    END-PERFORM
    PERFORM DROP-GENERATION-FROM-MANIFEST
    PERFORM APPEND-GENERATION-TO-MANIFEST
    DISPLAY "BACKUP: generation " generation-date ": " count-copied
        " copied, " count-absent " not present, " count-failed
        " failed count check"
    IF count-replaced > 0
        DISPLAY "BACKUP: earlier generation " generation-date
            " replaced (" count-replaced " entries)"
    END-IF
    IF count-failed > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    GOBACK.

READ-BUSINESS-DATE.
    MOVE clock-stamp(1:8) TO generation-date
    OPEN INPUT run-control-file
    IF run-control-status = "00"
        READ run-control-file
        IF run-control-status = "00"
           AND runctl-business-date NUMERIC
           AND runctl-business-date > 0
            MOVE runctl-business-date TO generation-date
        END-IF
        CLOSE run-control-file
    END-IF.

LOAD-FILE-LIST.
    MOVE 0 TO backup-count
    MOVE 'N' TO file-eof
    OPEN INPUT file-list-file
    IF file-list-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ file-list-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM LOAD-ONE-LISTED-FILE
        END-READ
    END-PERFORM
    IF file-list-status = "00" OR file-list-status = "10"
        CLOSE file-list-file
    END-IF.

LOAD-ONE-LISTED-FILE.
    EVALUATE TRUE
        WHEN list-live-name = SPACE
            CONTINUE
        WHEN backup-count < 60
            ADD 1 TO backup-count
            MOVE list-live-name TO bk-live-name(backup-count)
            IF list-kind = 'R'
                MOVE 'R' TO bk-kind(backup-count)
            ELSE
                MOVE 'L' TO bk-kind(backup-count)
            END-IF
            MOVE SPACE TO bk-copy-name(backup-count)
            STRING list-live-name DELIMITED BY ".dat"
                   "-bk" DELIMITED BY SIZE
                   generation-date DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                INTO bk-copy-name(backup-count)
            END-STRING
        WHEN OTHER
            DISPLAY "WARNING: backup file list full - "
                list-live-name " not backed up"
    END-EVALUATE.

BACKUP-ONE-FILE.
    MOVE bk-live-name(backup-index) TO copy-live-name
    MOVE bk-copy-name(backup-index) TO copy-name
    IF bk-kind(backup-index) = 'R'
        MOVE 'S' TO copy-action
    ELSE
        MOVE 'B' TO copy-action
    END-IF
    CALL 'fish-bottle-file-copy' USING copy-action copy-found
        copy-live-name copy-name copy-record-count
    MOVE copy-record-count TO bk-record-count(backup-index)
    IF copy-found NOT = 'Y'
        MOVE 'A' TO bk-state(backup-index)
        ADD 1 TO count-absent
    ELSE
        MOVE 'N' TO copy-action
        CALL 'fish-bottle-file-copy' USING copy-action copy-found
            copy-live-name copy-name check-record-count
        IF copy-found = 'Y'
           AND check-record-count = bk-record-count(backup-index)
            MOVE 'P' TO bk-state(backup-index)
            ADD 1 TO count-copied
        ELSE
            MOVE 'F' TO bk-state(backup-index)
            ADD 1 TO count-failed
            DISPLAY "BACKUP: " copy-live-name " copied "
                bk-record-count(backup-index) " records but "
                copy-name " holds " check-record-count
        END-IF
    END-IF.

DROP-GENERATION-FROM-MANIFEST.
    MOVE 'N' TO file-eof
    OPEN INPUT backup-manifest-file
    IF backup-manifest-status NOT = "00"
        SET is-file-eof TO TRUE
    ELSE
        OPEN OUTPUT work-file
    END-IF
    PERFORM UNTIL is-file-eof
        READ backup-manifest-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF bkm-generation = generation-date
                    ADD 1 TO count-replaced
                ELSE
                    MOVE backup-manifest-record TO work-record
                    WRITE work-record
                END-IF
        END-READ
    END-PERFORM
    IF backup-manifest-status = "00" OR backup-manifest-status = "10"
        CLOSE backup-manifest-file
        CLOSE work-file
        PERFORM REWRITE-MANIFEST-FROM-WORK
    END-IF.

REWRITE-MANIFEST-FROM-WORK.
    MOVE 'N' TO file-eof
    OPEN INPUT work-file
    OPEN OUTPUT backup-manifest-file
    PERFORM UNTIL is-file-eof
        READ work-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE work-record TO backup-manifest-record
                WRITE backup-manifest-record
        END-READ
    END-PERFORM
    CLOSE work-file
    CLOSE backup-manifest-file.

APPEND-GENERATION-TO-MANIFEST.
    OPEN EXTEND backup-manifest-file
    IF backup-manifest-status NOT = "00"
        OPEN OUTPUT backup-manifest-file
    END-IF
    PERFORM VARYING backup-index FROM 1 BY 1
            UNTIL backup-index > backup-count
        MOVE SPACE TO backup-manifest-record
        MOVE generation-date TO bkm-generation
        MOVE bk-live-name(backup-index) TO bkm-live-name
        MOVE bk-kind(backup-index) TO bkm-kind
        MOVE bk-state(backup-index) TO bkm-state
        MOVE bk-record-count(backup-index) TO bkm-record-count
        MOVE bk-copy-name(backup-index) TO bkm-copy-name
        MOVE clock-stamp TO bkm-taken
        WRITE backup-manifest-record
    END-PERFORM
    CLOSE backup-manifest-file.
