IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-manifest-seq.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT transmission-log-file
        ASSIGN TO "fish-bottle-transmission-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transmission-log-status.

DATA DIVISION.
FILE SECTION.
FD  transmission-log-file.
01  transmission-log-record.
    COPY "fbxmit.cpy".

WORKING-STORAGE SECTION.
    01 transmission-log-status pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).

    01 plant-arg             pic x(3) value space.
    01 sequence-arg          pic x(6) value space.
    01 operator-arg          pic x(4) value space.
    01 required-action       pic x value 'X'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.
    01 new-sequence          pic 9(6) value 0.

    01 latest-table.
        05 latest-count      pic 9(2) value 0.
        05 latest-entry OCCURS 40 TIMES.
            10 latest-plant      pic x(3).
            10 latest-sequence   pic 9(6).
            10 latest-sent-date  pic 9(8).
            10 latest-system     pic x(8).
            10 latest-run-date   pic 9(8).
            10 latest-state      pic x.
            10 latest-operator   pic x(4).
    01 latest-scan           pic 9(2) value 0.
    01 latest-index          pic 9(2) value 0.
    01 state-text            pic x(14) value space.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    ACCEPT plant-arg FROM ARGUMENT-VALUE
    ACCEPT sequence-arg FROM ARGUMENT-VALUE
    ACCEPT operator-arg FROM ARGUMENT-VALUE
    IF plant-arg = SPACE
        PERFORM LOAD-LATEST-SEQUENCES
        PERFORM LIST-LATEST-SEQUENCES
        STOP RUN
    END-IF
    IF sequence-arg = SPACE
       OR FUNCTION TRIM(sequence-arg) IS NOT NUMERIC
       OR operator-arg = SPACE
        DISPLAY "Usage: fish-bottle-manifest-seq"
            " [<plant> <last-sequence-received> <operator>]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Sequence reset refused - operator " operator-arg
            " is not authorized"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION NUMVAL(sequence-arg) TO new-sequence
    PERFORM APPEND-RESET-RECORD
    COMPUTE new-sequence = new-sequence + 1
    DISPLAY "Plant " plant-arg " file sequence reset by " operator-arg
        " " operator-name " - next file expected is " new-sequence
    STOP RUN.

LOAD-LATEST-SEQUENCES.
    MOVE 0 TO latest-count
    MOVE 'N' TO file-eof
    OPEN INPUT transmission-log-file
    IF transmission-log-status = "00"
        PERFORM UNTIL is-file-eof
            READ transmission-log-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF xmit-plant-code NOT = SPACE
                       AND xmit-file-sequence NUMERIC
                       AND (xmit-state = 'A' OR xmit-state = 'R')
                        PERFORM STORE-LATEST-SEQUENCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE transmission-log-file
    END-IF.

STORE-LATEST-SEQUENCE.
    MOVE 0 TO latest-index
    PERFORM VARYING latest-scan FROM 1 BY 1
            UNTIL latest-scan > latest-count
        IF latest-plant(latest-scan) = xmit-plant-code
            MOVE latest-scan TO latest-index
            MOVE latest-count TO latest-scan
        END-IF
    END-PERFORM
    IF latest-index = 0 AND latest-count < 40
        ADD 1 TO latest-count
        MOVE latest-count TO latest-index
    END-IF
    IF latest-index > 0
        MOVE xmit-plant-code TO latest-plant(latest-index)
        MOVE xmit-file-sequence TO latest-sequence(latest-index)
        MOVE xmit-sent-date TO latest-sent-date(latest-index)
        MOVE xmit-sending-system TO latest-system(latest-index)
        MOVE xmit-run-date TO latest-run-date(latest-index)
        MOVE xmit-state TO latest-state(latest-index)
        MOVE xmit-operator TO latest-operator(latest-index)
    END-IF.

LIST-LATEST-SEQUENCES.
    DISPLAY "Plant file sequences - last file received per plant"
    DISPLAY "Plant  Last    Sent for  System    Accepted  How"
    DISPLAY "------------------------------------------------------------"
    PERFORM VARYING latest-scan FROM 1 BY 1
            UNTIL latest-scan > latest-count
        IF latest-state(latest-scan) = 'R'
            MOVE SPACE TO state-text
            STRING "reset by " latest-operator(latest-scan)
                DELIMITED BY SIZE INTO state-text
            END-STRING
        ELSE
            MOVE "received" TO state-text
        END-IF
        DISPLAY latest-plant(latest-scan) "    "
            latest-sequence(latest-scan) "  "
            latest-sent-date(latest-scan) "  "
            latest-system(latest-scan) "  "
            latest-run-date(latest-scan) "  " state-text
    END-PERFORM
    IF latest-count = 0
        DISPLAY "  (no framed plant files received yet)"
    END-IF.

APPEND-RESET-RECORD.
    OPEN EXTEND transmission-log-file
    IF transmission-log-status NOT = "00"
        OPEN OUTPUT transmission-log-file
    END-IF
    MOVE SPACE TO transmission-log-record
    MOVE plant-arg TO xmit-plant-code
    MOVE SPACE TO xmit-separator-1
    MOVE new-sequence TO xmit-file-sequence
    MOVE SPACE TO xmit-separator-2
    MOVE 0 TO xmit-sent-date
    MOVE SPACE TO xmit-separator-3
    MOVE SPACE TO xmit-sending-system
    MOVE SPACE TO xmit-separator-4
    MOVE today-date TO xmit-run-date
    MOVE SPACE TO xmit-separator-5
    MOVE 0 TO xmit-run-id
    MOVE SPACE TO xmit-separator-6
    MOVE 0 TO xmit-record-count
    MOVE SPACE TO xmit-separator-7
    MOVE 'R' TO xmit-state
    MOVE SPACE TO xmit-separator-8
    MOVE operator-arg TO xmit-operator
    WRITE transmission-log-record
    CLOSE transmission-log-file.
