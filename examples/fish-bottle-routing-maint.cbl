IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-routing-maint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT routing-master-file ASSIGN TO "fish-bottle-routing.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-master-status.
    SELECT work-file ASSIGN TO "fish-bottle-routing-work.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS work-status.
    SELECT routing-log-file ASSIGN TO "fish-bottle-routing-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-log-status.

DATA DIVISION.
FILE SECTION.
FD  routing-master-file.
01  routing-master-record.
    COPY "fbroute.cpy".

FD  work-file.
01  work-record              pic x(100).

FD  routing-log-file.
01  routing-log-record.
    COPY "fbrtlog.cpy".

WORKING-STORAGE SECTION.
    01 routing-master-status pic xx.
    01 work-status           pic xx.
    01 routing-log-status    pic xx.

    01 routing-eof           pic x value 'N'.
        88 is-routing-eof value 'Y'.
    01 work-eof              pic x value 'N'.
        88 is-work-eof value 'Y'.

    01 action-arg            pic x(6) value space.
    01 operator-arg          pic x(4) value space.
    01 class-arg             pic x(15) value space.
    01 effective-arg         pic x(8) value space.
    01 lane-arg              pic x(4) value space.
    01 capacity-arg          pic x(6) value space.
    01 overflow-arg          pic x(4) value space.
    01 required-action       pic x value 'M'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.

    01 maint-action          pic x value space.
        88 is-add-action value 'A'.
        88 is-change-action value 'C'.
        88 is-retire-action value 'R'.
    01 maint-ok              pic x value 'Y'.
        88 is-maint-ok value 'Y'.

    01 today-data.
        05 today-date        pic 9(8).
        05 today-time        pic 9(6).
        05 today-rest        pic x(7).
    01 effective-date        pic 9(8) value 0.
    01 record-effective      pic 9(8) value 0.
    01 capacity-value        pic 9(6) value 0.

    01 in-force-found        pic x value 'N'.
        88 is-in-force-found value 'Y'.
    01 in-force-effective    pic 9(8) value 0.
    01 in-force-image        pic x(43) value space.
    01 same-date-found       pic x value 'N'.
        88 is-same-date-found value 'Y'.

    01 new-entry.
        COPY "fbroute.cpy"
            REPLACING ==routing-class==       BY ==new-class==
                      ==routing-separator==   BY ==new-separator==
                      ==routing-separator-2== BY ==new-separator-2==
                      ==routing-lane==        BY ==new-lane==
                      ==routing-capacity==    BY ==new-capacity==
                      ==routing-separator-3== BY ==new-separator-3==
                      ==routing-overflow==    BY ==new-overflow==
                      ==routing-separator-4== BY ==new-separator-4==
                      ==routing-effective==   BY ==new-effective==
                      ==routing-separator-5== BY ==new-separator-5==
                      ==routing-state==       BY ==new-state==.
    01 old-entry.
        COPY "fbroute.cpy"
            REPLACING ==routing-class==       BY ==old-class==
                      ==routing-separator==   BY ==old-separator==
                      ==routing-separator-2== BY ==old-separator-2==
                      ==routing-lane==        BY ==old-lane==
                      ==routing-capacity==    BY ==old-capacity==
                      ==routing-separator-3== BY ==old-separator-3==
                      ==routing-overflow==    BY ==old-overflow==
                      ==routing-separator-4== BY ==old-separator-4==
                      ==routing-effective==   BY ==old-effective==
                      ==routing-separator-5== BY ==old-separator-5==
                      ==routing-state==       BY ==old-state==.

    01 list-count            pic 9(4) value 0.

PROCEDURE DIVISION.
    ACCEPT action-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION CURRENT-DATE TO today-data
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(action-arg))
        WHEN "ADD"
            SET is-add-action TO TRUE
        WHEN "CHANGE"
            SET is-change-action TO TRUE
        WHEN "RETIRE"
            SET is-retire-action TO TRUE
        WHEN "LIST"
            PERFORM LIST-ROUTING-MASTER
            STOP RUN
        WHEN OTHER
            PERFORM SHOW-USAGE
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    ACCEPT operator-arg FROM ARGUMENT-VALUE
    ACCEPT class-arg FROM ARGUMENT-VALUE
    ACCEPT effective-arg FROM ARGUMENT-VALUE
    IF NOT is-retire-action
        ACCEPT lane-arg FROM ARGUMENT-VALUE
        ACCEPT capacity-arg FROM ARGUMENT-VALUE
        ACCEPT overflow-arg FROM ARGUMENT-VALUE
    END-IF
    CALL 'fish-bottle-operator' USING operator-arg required-action
        operator-allowed operator-name
    IF NOT is-operator-allowed
        DISPLAY "Routing change refused - operator " operator-arg
            " is not authorized"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VALIDATE-MAINT-ARGUMENTS
    IF is-maint-ok
        PERFORM FIND-ENTRY-IN-FORCE
        PERFORM BUILD-NEW-ENTRY
    END-IF
    IF is-maint-ok
        PERFORM REWRITE-ROUTING-MASTER
    END-IF
    IF is-maint-ok
        PERFORM APPEND-ROUTING-LOG
        DISPLAY "Routing " FUNCTION TRIM(action-arg) " for "
            FUNCTION TRIM(class-arg) " effective " effective-date
            " recorded by " operator-arg " " operator-name
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

SHOW-USAGE.
    DISPLAY "Usage: fish-bottle-routing-maint ADD <operator> <class>"
        " <effective-date> <lane> <capacity> <overflow-lane>"
    DISPLAY "       fish-bottle-routing-maint CHANGE <operator> <class>"
        " <effective-date> [lane] [capacity] [overflow-lane]"
    DISPLAY "       fish-bottle-routing-maint RETIRE <operator> <class>"
        " <effective-date>"
    DISPLAY "       fish-bottle-routing-maint LIST".

VALIDATE-MAINT-ARGUMENTS.
    MOVE 'Y' TO maint-ok
    IF class-arg = SPACE
        DISPLAY "ERROR: a routing class is required"
        MOVE 'N' TO maint-ok
    END-IF
    IF effective-arg = SPACE
        MOVE today-date TO effective-date
    ELSE
        IF FUNCTION TRIM(effective-arg) IS NUMERIC
            MOVE FUNCTION NUMVAL(effective-arg) TO effective-date
            IF FUNCTION TEST-DATE-YYYYMMDD(effective-date) NOT = 0
                DISPLAY "ERROR: effective date " effective-arg
                    " is not a valid date (yyyymmdd)"
                MOVE 'N' TO maint-ok
            END-IF
        ELSE
            DISPLAY "ERROR: effective date " effective-arg
                " is not a date (yyyymmdd)"
            MOVE 'N' TO maint-ok
        END-IF
    END-IF
    IF is-maint-ok AND effective-date < today-date
        DISPLAY "ERROR: effective date " effective-date
            " is in the past - routing history cannot be back-dated"
        MOVE 'N' TO maint-ok
    END-IF
    IF is-add-action AND lane-arg = SPACE
        DISPLAY "ERROR: a lane is required to add a routing entry"
        MOVE 'N' TO maint-ok
    END-IF
    IF capacity-arg NOT = SPACE
        IF FUNCTION TRIM(capacity-arg) IS NUMERIC
            MOVE FUNCTION NUMVAL(capacity-arg) TO capacity-value
        ELSE
            DISPLAY "ERROR: capacity " capacity-arg " is not numeric"
            MOVE 'N' TO maint-ok
        END-IF
    END-IF.

FIND-ENTRY-IN-FORCE.
    MOVE 'N' TO in-force-found
    MOVE 'N' TO same-date-found
    MOVE 0 TO in-force-effective
    MOVE SPACE TO in-force-image
    MOVE 'N' TO routing-eof
    OPEN INPUT routing-master-file
    IF routing-master-status = "00"
        PERFORM UNTIL is-routing-eof
            READ routing-master-file
                AT END
                    SET is-routing-eof TO TRUE
                NOT AT END
                    IF routing-class = class-arg
                        PERFORM CHECK-ONE-IN-FORCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE routing-master-file
    END-IF
    MOVE in-force-image TO old-entry
    EVALUATE TRUE
        WHEN is-add-action
            IF is-in-force-found AND old-state NOT = 'R'
                DISPLAY "ERROR: " FUNCTION TRIM(class-arg)
                    " is already routed to " old-lane " on "
                    effective-date " - use CHANGE"
                MOVE 'N' TO maint-ok
            END-IF
        WHEN OTHER
            IF NOT is-in-force-found OR old-state = 'R'
                DISPLAY "ERROR: " FUNCTION TRIM(class-arg)
                    " has no active routing entry on " effective-date
                MOVE 'N' TO maint-ok
            END-IF
    END-EVALUATE.

CHECK-ONE-IN-FORCE.
    IF routing-effective NUMERIC
        MOVE routing-effective TO record-effective
    ELSE
        MOVE 0 TO record-effective
    END-IF
    IF record-effective <= effective-date
       AND (NOT is-in-force-found
            OR record-effective >= in-force-effective)
        SET is-in-force-found TO TRUE
        MOVE record-effective TO in-force-effective
        MOVE routing-master-record TO in-force-image
        IF record-effective = effective-date
            SET is-same-date-found TO TRUE
        END-IF
    END-IF.

BUILD-NEW-ENTRY.
    MOVE SPACE TO new-entry
    IF is-add-action
        MOVE SPACE TO old-entry
    END-IF
    MOVE class-arg TO new-class
    MOVE SPACE TO new-separator
    MOVE old-lane TO new-lane
    IF lane-arg NOT = SPACE
        MOVE FUNCTION UPPER-CASE(lane-arg) TO new-lane
    END-IF
    MOVE SPACE TO new-separator-2
    IF old-capacity NUMERIC
        MOVE old-capacity TO new-capacity
    ELSE
        MOVE "000000" TO new-capacity
    END-IF
    IF capacity-arg NOT = SPACE
        MOVE capacity-value TO new-capacity
    END-IF
    MOVE SPACE TO new-separator-3
    MOVE old-overflow TO new-overflow
    IF overflow-arg NOT = SPACE
        MOVE FUNCTION UPPER-CASE(overflow-arg) TO new-overflow
    END-IF
    MOVE SPACE TO new-separator-4
    MOVE effective-date TO new-effective
    MOVE SPACE TO new-separator-5
    IF is-retire-action
        MOVE 'R' TO new-state
    ELSE
        MOVE 'A' TO new-state
    END-IF.

REWRITE-ROUTING-MASTER.
    MOVE 'N' TO routing-eof
    OPEN OUTPUT work-file
    IF work-status NOT = "00"
        DISPLAY "ERROR: cannot open routing work file - status "
            work-status
        MOVE 'N' TO maint-ok
    ELSE
        OPEN INPUT routing-master-file
        IF routing-master-status NOT = "00"
            SET is-routing-eof TO TRUE
        END-IF
        PERFORM UNTIL is-routing-eof
            READ routing-master-file
                AT END
                    SET is-routing-eof TO TRUE
                NOT AT END
                    IF routing-class = class-arg
                       AND routing-effective = new-effective
                        MOVE new-entry TO work-record
                    ELSE
                        MOVE routing-master-record TO work-record
                    END-IF
                    WRITE work-record
            END-READ
        END-PERFORM
        IF routing-master-status = "00" OR routing-master-status = "10"
            CLOSE routing-master-file
        END-IF
        IF NOT is-same-date-found
            MOVE new-entry TO work-record
            WRITE work-record
        END-IF
        CLOSE work-file
        PERFORM REWRITE-ROUTING-FROM-WORK
    END-IF.

REWRITE-ROUTING-FROM-WORK.
    MOVE 'N' TO work-eof
    OPEN INPUT work-file
    OPEN OUTPUT routing-master-file
    PERFORM UNTIL is-work-eof
        READ work-file
            AT END
                SET is-work-eof TO TRUE
            NOT AT END
                MOVE work-record TO routing-master-record
                WRITE routing-master-record
        END-READ
    END-PERFORM
    CLOSE work-file
    CLOSE routing-master-file.

APPEND-ROUTING-LOG.
    OPEN EXTEND routing-log-file
    IF routing-log-status NOT = "00"
        OPEN OUTPUT routing-log-file
    END-IF
    MOVE SPACE TO routing-log-record
    MOVE today-date TO rtlog-date
    MOVE SPACE TO rtlog-separator-1
    MOVE today-time TO rtlog-time
    MOVE SPACE TO rtlog-separator-2
    MOVE operator-arg TO rtlog-operator
    MOVE SPACE TO rtlog-separator-3
    MOVE FUNCTION UPPER-CASE(action-arg) TO rtlog-action
    MOVE SPACE TO rtlog-separator-4
    MOVE in-force-image TO rtlog-before
    MOVE SPACE TO rtlog-separator-5
    MOVE new-entry TO rtlog-after
    WRITE routing-log-record
    CLOSE routing-log-file.

LIST-ROUTING-MASTER.
    MOVE 'N' TO routing-eof
    MOVE 0 TO list-count
    OPEN INPUT routing-master-file
    IF routing-master-status NOT = "00"
        DISPLAY "No routing master (fish-bottle-routing.dat)"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Class           Lane Capac. Ovfl Effective State"
        PERFORM UNTIL is-routing-eof
            READ routing-master-file
                AT END
                    SET is-routing-eof TO TRUE
                NOT AT END
                    IF routing-class NOT = SPACE
                        ADD 1 TO list-count
                        DISPLAY routing-class " " routing-lane " "
                            routing-capacity " " routing-overflow " "
                            routing-effective "  " routing-state
                    END-IF
            END-READ
        END-PERFORM
        CLOSE routing-master-file
        DISPLAY "Entries: " list-count
    END-IF.
