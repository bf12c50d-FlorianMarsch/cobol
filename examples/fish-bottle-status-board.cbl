    SELECT reconcile-file ASSIGN TO "uuid-reconcile-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reconcile-status.
    SELECT verify-file ASSIGN TO "fish-bottle-verify.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS verify-status.
    SELECT transmission-file ASSIGN TO "fish-bottle-transmission.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transmission-status.
    SELECT board-file ASSIGN TO "fish-bottle-status-board.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS board-status.
FD  reconcile-file.
01  reconcile-line           pic x(100).

FD  verify-file.
01  verify-line              pic x(120).

FD  transmission-file.
01  transmission-line        pic x(100).

FD  board-file.
01  board-line               pic x(100).

    01 balance-status        pic xx.
    01 exception-status      pic xx.
    01 reconcile-status      pic xx.
    01 verify-status         pic xx.
    01 transmission-status   pic xx.
    01 board-status          pic xx.

    01 file-eof              pic x value 'N'.
    01 reconcile-multi-batch pic 9(5) value 0.
    01 reconcile-exceptions  pic 9(6) value 0.

    01 verify-result         pic x value space.
        88 is-verify-in-step value 'I'.
        88 is-verify-drift value 'D'.
    01 verify-drift-count    pic 9(6) value 0.

    01 transmission-result   pic x value space.
        88 is-transmission-balanced value 'B'.
        88 is-transmission-unframed value 'U'.
        88 is-transmission-held value 'H'.
    01 transmission-check-date pic x(8) value space.
    01 transmission-files    pic 9(3) value 0.
    01 transmission-errors   pic 9(6) value 0.

    01 verdict               pic x(5) value space.
    01 verdict-code          pic 9(4) value 0.

    PERFORM SCAN-BALANCE-REPORT
    PERFORM COUNT-OPEN-EXCEPTIONS
    PERFORM SCAN-RECONCILE-REPORT
    PERFORM SCAN-VERIFY-REPORT
    PERFORM SCAN-TRANSMISSION-REPORT
    PERFORM COUNT-FAILED-STEPS
    PERFORM DECIDE-VERDICT
    OPEN OUTPUT board-file
        END-EVALUATE
    END-IF.

SCAN-VERIFY-REPORT.
    MOVE 'N' TO file-eof
    MOVE SPACE TO verify-result
    MOVE 0 TO verify-drift-count
    OPEN INPUT verify-file
    IF verify-status = "00"
        PERFORM UNTIL is-file-eof
            READ verify-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN verify-line(1:15) = "Result: IN STEP"
                            SET is-verify-in-step TO TRUE
                        WHEN verify-line(1:16) = "Result: DRIFT - "
                             AND verify-line(17:6) IS NUMERIC
                            SET is-verify-drift TO TRUE
                            MOVE verify-line(17:6)
                                TO verify-drift-count
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE verify-file
    END-IF.

SCAN-TRANSMISSION-REPORT.
    MOVE 'N' TO file-eof
    MOVE SPACE TO transmission-result
    OPEN INPUT transmission-file
    IF transmission-status = "00"
        PERFORM UNTIL is-file-eof
            READ transmission-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN transmission-line(1:10) = "Inbound ma"
                            MOVE transmission-line(55:8)
                                TO transmission-check-date
                        WHEN transmission-line(1:19)
                             = "Result: BALANCED - "
                             AND transmission-line(20:3) IS NUMERIC
                            SET is-transmission-balanced TO TRUE
                            MOVE transmission-line(20:3)
                                TO transmission-files
                        WHEN transmission-line(1:16) = "Result: UNFRAMED"
                            SET is-transmission-unframed TO TRUE
                        WHEN transmission-line(1:15) = "Result: HELD - "
                             AND transmission-line(16:6) IS NUMERIC
                            SET is-transmission-held TO TRUE
                            MOVE transmission-line(16:6)
                                TO transmission-errors
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE transmission-file
    END-IF.

COUNT-FAILED-STEPS.
    MOVE 'N' TO file-eof
    MOVE 0 TO steps-failed
        WHEN is-out-of-balance
            MOVE "RED" TO verdict
            MOVE 8 TO verdict-code
        WHEN is-transmission-held
            MOVE "RED" TO verdict
            MOVE 8 TO verdict-code
        WHEN OTHER
            MOVE "GREEN" TO verdict
            MOVE 0 TO verdict-code
    END-EVALUATE
    IF verdict = "GREEN"
       AND (open-exception-count > 0 OR reconcile-exceptions > 0
            OR verify-drift-count > 0)
        MOVE "AMBER" TO verdict
        MOVE 4 TO verdict-code
    END-IF.
        END-STRING
    END-IF
    PERFORM WRITE-BOARD-LINE
    MOVE SPACE TO board-line
    EVALUATE TRUE
        WHEN is-verify-in-step
            MOVE "Keyed files: in step" TO board-line
        WHEN is-verify-drift
            STRING "Keyed files: DRIFT - " verify-drift-count
                " differences" DELIMITED BY SIZE INTO board-line
            END-STRING
        WHEN OTHER
            MOVE "Keyed files: not verified" TO board-line
    END-EVALUATE
    PERFORM WRITE-BOARD-LINE
    MOVE SPACE TO board-line
    EVALUATE TRUE
        WHEN is-transmission-balanced
            STRING "Manifest:   balanced - " transmission-files
                " plant files" DELIMITED BY SIZE INTO board-line
            END-STRING
        WHEN is-transmission-unframed
            MOVE "Manifest:   unframed - sender totals not checked"
                TO board-line
        WHEN is-transmission-held
            STRING "Manifest:   HELD - " transmission-errors
                " transmission errors in the file checked on "
                transmission-check-date
                DELIMITED BY SIZE INTO board-line
            END-STRING
        WHEN OTHER
            MOVE "Manifest:   not checked" TO board-line
    END-EVALUATE
    PERFORM WRITE-BOARD-LINE
    MOVE ALL "-" TO board-line
    PERFORM WRITE-BOARD-LINE
    MOVE SPACE TO board-line
