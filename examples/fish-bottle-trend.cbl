        PERFORM WRITE-TREND-REPORT
    END-IF
    CLOSE trend-file
    GOBACK.

LOAD-TREND-CONTROL.
    OPEN INPUT trend-control-file
