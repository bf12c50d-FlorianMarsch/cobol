       OR count-multi-batch > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    GOBACK.

SORT-PRINTED-LABELS.
    SORT printed-sort-file
