IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-file-copy.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT source-file ASSIGN TO DYNAMIC source-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS source-status.
    SELECT target-file ASSIGN TO DYNAMIC target-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS target-status.
    SELECT index-file ASSIGN TO "fish-bottle-audit-index.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS relative-key
        FILE STATUS IS relative-status.
    SELECT count-file ASSIGN TO "fish-bottle-audit-counts.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS relative-key
        FILE STATUS IS relative-status.
    SELECT master-file ASSIGN TO "uuid-master.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS relative-key
        FILE STATUS IS relative-status.
    SELECT batch-index-file ASSIGN TO "fish-bottle-batch-index.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS relative-key
        FILE STATUS IS relative-status.

DATA DIVISION.
FILE SECTION.
FD  source-file.
01  source-record            pic x(300).

FD  target-file.
01  target-record            pic x(300).

FD  index-file.
01  index-record             pic x(158).

FD  count-file.
01  count-record             pic x(50).

FD  master-file.
01  master-record            pic x(87).

FD  batch-index-file.
01  batch-index-record       pic x(20).

WORKING-STORAGE SECTION.
    01 source-status         pic xx.
    01 target-status         pic xx.
    01 relative-status       pic xx.
    01 source-name           pic x(48).
    01 target-name           pic x(48).
    01 relative-key          pic 9(6).
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 relative-kind         pic x value space.
        88 is-audit-index value 'I'.
        88 is-audit-counts value 'C'.
        88 is-label-master value 'M'.
        88 is-batch-index value 'B'.
    01 flat-record.
        05 flat-slot         pic 9(6).
        05 flat-separator    pic x.
        05 flat-data         pic x(158).

LINKAGE SECTION.
01 lk-action             pic x.
01 lk-found              pic x.
01 lk-live-name          pic x(40).
01 lk-copy-name          pic x(48).
01 lk-record-count       pic 9(7).

PROCEDURE DIVISION USING lk-action lk-found lk-live-name lk-copy-name
        lk-record-count.
    MOVE 'N' TO lk-found
    MOVE 0 TO lk-record-count
    EVALUATE lk-action
        WHEN 'B'
            MOVE lk-live-name TO source-name
            MOVE lk-copy-name TO target-name
            PERFORM COPY-SEQUENTIAL-FILE
        WHEN 'R'
            MOVE lk-copy-name TO source-name
            MOVE lk-live-name TO target-name
            PERFORM COPY-SEQUENTIAL-FILE
        WHEN 'N'
            MOVE lk-copy-name TO source-name
            PERFORM COUNT-SEQUENTIAL-FILE
        WHEN 'L'
            MOVE lk-live-name TO source-name
            PERFORM COUNT-SEQUENTIAL-FILE
        WHEN 'E'
            MOVE lk-live-name TO target-name
            OPEN OUTPUT target-file
            CLOSE target-file
            MOVE 'Y' TO lk-found
        WHEN 'S'
            PERFORM FIND-RELATIVE-KIND
            MOVE lk-copy-name TO target-name
            PERFORM SAVE-RELATIVE-FILE
        WHEN 'T'
            PERFORM FIND-RELATIVE-KIND
            MOVE lk-copy-name TO source-name
            PERFORM LOAD-RELATIVE-FILE
        WHEN 'K'
            PERFORM FIND-RELATIVE-KIND
            PERFORM COUNT-RELATIVE-FILE
        WHEN 'F'
            PERFORM FIND-RELATIVE-KIND
            PERFORM EMPTY-RELATIVE-FILE
        WHEN OTHER
            DISPLAY "ERROR: unknown file copy action " lk-action
    END-EVALUATE
    GOBACK.

COPY-SEQUENTIAL-FILE.
    MOVE 'N' TO file-eof
    OPEN INPUT source-file
    IF source-status = "00"
        MOVE 'Y' TO lk-found
        OPEN OUTPUT target-file
        PERFORM UNTIL is-file-eof
            READ source-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    MOVE source-record TO target-record
                    WRITE target-record
                    ADD 1 TO lk-record-count
            END-READ
        END-PERFORM
        CLOSE source-file
        CLOSE target-file
    END-IF.

COUNT-SEQUENTIAL-FILE.
    MOVE 'N' TO file-eof
    OPEN INPUT source-file
    IF source-status = "00"
        MOVE 'Y' TO lk-found
        PERFORM UNTIL is-file-eof
            READ source-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    ADD 1 TO lk-record-count
            END-READ
        END-PERFORM
        CLOSE source-file
    END-IF.

FIND-RELATIVE-KIND.
    EVALUATE lk-live-name
        WHEN "fish-bottle-audit-index.dat"
            SET is-audit-index TO TRUE
        WHEN "fish-bottle-audit-counts.dat"
            SET is-audit-counts TO TRUE
        WHEN "uuid-master.dat"
            SET is-label-master TO TRUE
        WHEN "fish-bottle-batch-index.dat"
            SET is-batch-index TO TRUE
        WHEN OTHER
            MOVE SPACE TO relative-kind
            DISPLAY "ERROR: " lk-live-name " is not a keyed file"
    END-EVALUATE.

OPEN-RELATIVE-INPUT.
    EVALUATE TRUE
        WHEN is-audit-index
            OPEN INPUT index-file
        WHEN is-audit-counts
            OPEN INPUT count-file
        WHEN is-label-master
            OPEN INPUT master-file
        WHEN is-batch-index
            OPEN INPUT batch-index-file
        WHEN OTHER
            MOVE "99" TO relative-status
    END-EVALUATE.

OPEN-RELATIVE-OUTPUT.
    EVALUATE TRUE
        WHEN is-audit-index
            OPEN OUTPUT index-file
        WHEN is-audit-counts
            OPEN OUTPUT count-file
        WHEN is-label-master
            OPEN OUTPUT master-file
        WHEN is-batch-index
            OPEN OUTPUT batch-index-file
        WHEN OTHER
            MOVE "99" TO relative-status
    END-EVALUATE.

CLOSE-RELATIVE-FILE.
    EVALUATE TRUE
        WHEN is-audit-index
            CLOSE index-file
        WHEN is-audit-counts
            CLOSE count-file
        WHEN is-label-master
            CLOSE master-file
        WHEN is-batch-index
            CLOSE batch-index-file
    END-EVALUATE.

READ-NEXT-RELATIVE.
    MOVE SPACE TO flat-data
    EVALUATE TRUE
        WHEN is-audit-index
            READ index-file NEXT RECORD
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    MOVE index-record TO flat-data
            END-READ
        WHEN is-audit-counts
            READ count-file NEXT RECORD
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    MOVE count-record TO flat-data
            END-READ
        WHEN is-label-master
            READ master-file NEXT RECORD
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    MOVE master-record TO flat-data
            END-READ
        WHEN is-batch-index
            READ batch-index-file NEXT RECORD
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    MOVE batch-index-record TO flat-data
            END-READ
    END-EVALUATE.

WRITE-RELATIVE-RECORD.
    MOVE flat-slot TO relative-key
    EVALUATE TRUE
        WHEN is-audit-index
            MOVE flat-data TO index-record
            WRITE index-record
                INVALID KEY
                    DISPLAY "ERROR: " lk-live-name " slot "
                        relative-key " not restored"
            END-WRITE
        WHEN is-audit-counts
            MOVE flat-data TO count-record
            WRITE count-record
                INVALID KEY
                    DISPLAY "ERROR: " lk-live-name " slot "
                        relative-key " not restored"
            END-WRITE
        WHEN is-label-master
            MOVE flat-data TO master-record
            WRITE master-record
                INVALID KEY
                    DISPLAY "ERROR: " lk-live-name " slot "
                        relative-key " not restored"
            END-WRITE
        WHEN is-batch-index
            MOVE flat-data TO batch-index-record
            WRITE batch-index-record
                INVALID KEY
                    DISPLAY "ERROR: " lk-live-name " slot "
                        relative-key " not restored"
            END-WRITE
    END-EVALUATE.

SAVE-RELATIVE-FILE.
    MOVE 'N' TO file-eof
    PERFORM OPEN-RELATIVE-INPUT
    IF relative-status = "00"
        MOVE 'Y' TO lk-found
        OPEN OUTPUT target-file
        PERFORM READ-NEXT-RELATIVE
        PERFORM UNTIL is-file-eof
            MOVE relative-key TO flat-slot
            MOVE SPACE TO flat-separator
            MOVE flat-record TO target-record
            WRITE target-record
            ADD 1 TO lk-record-count
            PERFORM READ-NEXT-RELATIVE
        END-PERFORM
        PERFORM CLOSE-RELATIVE-FILE
        CLOSE target-file
    END-IF.

LOAD-RELATIVE-FILE.
    MOVE 'N' TO file-eof
    OPEN INPUT source-file
    IF source-status = "00"
        PERFORM OPEN-RELATIVE-OUTPUT
        IF relative-status = "00"
            MOVE 'Y' TO lk-found
            PERFORM UNTIL is-file-eof
                READ source-file
                    AT END
                        SET is-file-eof TO TRUE
                    NOT AT END
                        MOVE source-record TO flat-record
                        IF flat-slot NUMERIC AND flat-slot > 0
                            PERFORM WRITE-RELATIVE-RECORD
                            ADD 1 TO lk-record-count
                        END-IF
                END-READ
            END-PERFORM
            PERFORM CLOSE-RELATIVE-FILE
        END-IF
        CLOSE source-file
    END-IF.

COUNT-RELATIVE-FILE.
    MOVE 'N' TO file-eof
    PERFORM OPEN-RELATIVE-INPUT
    IF relative-status = "00"
        MOVE 'Y' TO lk-found
        PERFORM READ-NEXT-RELATIVE
        PERFORM UNTIL is-file-eof
            ADD 1 TO lk-record-count
            PERFORM READ-NEXT-RELATIVE
        END-PERFORM
        PERFORM CLOSE-RELATIVE-FILE
    END-IF.

EMPTY-RELATIVE-FILE.
    PERFORM OPEN-RELATIVE-OUTPUT
    IF relative-status = "00"
        MOVE 'Y' TO lk-found
        PERFORM CLOSE-RELATIVE-FILE
    END-IF.
