    MOVE step-output-file(step-index) TO count-file-name
    PERFORM COUNT-OUTPUT-RECORDS
    MOVE output-record-count TO step-count-out(step-index)
    EVALUATE TRUE
        WHEN step-return-code(step-index) = 0
            MOVE 'C' TO step-state(step-index)
        WHEN step-return-code(step-index) = 4
            MOVE 'C' TO step-state(step-index)
            IF failing-return-code = 0
                MOVE 4 TO failing-return-code
            END-IF
            DISPLAY "NIGHTLY: step " step-name(step-index)
                " completed with warnings - see "
                FUNCTION TRIM(step-output-file(step-index))
        WHEN OTHER
            MOVE 'F' TO step-state(step-index)
            SET is-chain-failed TO TRUE
            MOVE step-return-code(step-index) TO failing-return-code
            DISPLAY "NIGHTLY: step " step-name(step-index)
                " failed with return code "
                step-return-code(step-index) " - chain stopped"
    END-EVALUATE
    PERFORM APPEND-RUN-LOG.

COUNT-OUTPUT-RECORDS.
                    "  skipped (chain stopped)"
        END-EVALUATE
    END-PERFORM
    EVALUATE TRUE
        WHEN is-chain-failed
            DISPLAY "Result: CHAIN FAILED - see fish-bottle-runlog.dat"
        WHEN failing-return-code = 4
            DISPLAY "Result: all steps completed - with warnings"
        WHEN OTHER
            DISPLAY "Result: all steps completed"
    END-EVALUATE.
