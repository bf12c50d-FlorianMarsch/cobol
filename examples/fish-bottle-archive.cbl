        PERFORM BUILD-ARCHIVE-NAME
        PERFORM ARCHIVE-ONE-FILE
    END-IF
    GOBACK.

LOAD-ARCHIVE-CONTROL.
    OPEN INPUT archive-control-file
