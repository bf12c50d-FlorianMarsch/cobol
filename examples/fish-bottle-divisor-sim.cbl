IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-divisor-sim.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT divisor-file ASSIGN TO "fish-bottle-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS divisor-status.
    SELECT routing-master-file ASSIGN TO "fish-bottle-routing.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-master-status.
    SELECT audit-file ASSIGN TO "fish-bottle-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-status.
    SELECT manifest-file ASSIGN TO DYNAMIC manifest-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS manifest-status.
    SELECT sim-sort-file ASSIGN TO "fish-bottle-divisor-sim.tmp".
    SELECT sorted-sim-file ASSIGN TO "fish-bottle-divisor-sim-sort.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-sim-status.
    SELECT sim-report-file ASSIGN TO "fish-bottle-divisor-sim.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sim-report-status.

DATA DIVISION.
FILE SECTION.
FD  divisor-file.
01  divisor-record.
    05 div-fish-bottle       pic 9(3).
    05 div-bottle            pic 9(3).
    05 div-fish              pic 9(3).
    05 div-splash            pic 9(3).

FD  routing-master-file.
01  routing-master-record.
    COPY "fbroute.cpy".

FD  audit-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  manifest-file.
01  manifest-record.
    COPY "fbmanif.cpy".

SD  sim-sort-file.
01  sim-sort-record.
    05 sims-group-order      pic 9(8).
    05 sims-separator-1      pic x.
    05 sims-sequence         pic 9(7).
    05 sims-separator-2      pic x.
    05 sims-batch-number     pic 9(6).
    05 sims-separator-3      pic x.
    05 sims-hold             pic x.
    05 sims-separator-4      pic x.
    05 sims-group-label      pic x(40).

FD  sorted-sim-file.
01  sorted-sim-record.
    05 ssim-group-order      pic 9(8).
    05 ssim-separator-1      pic x.
    05 ssim-sequence         pic 9(7).
    05 ssim-separator-2      pic x.
    05 ssim-batch-number     pic 9(6).
    05 ssim-separator-3      pic x.
    05 ssim-hold             pic x.
    05 ssim-separator-4      pic x.
    05 ssim-group-label      pic x(40).

FD  sim-report-file.
01  sim-report-line          pic x(120).

WORKING-STORAGE SECTION.
    01 divisor-status        pic xx.
    01 routing-master-status pic xx.
    01 audit-status          pic xx.
    01 manifest-status       pic xx.
    01 sorted-sim-status     pic xx.
    01 sim-report-status     pic xx.
    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 sim-eof               pic x value 'N'.
        88 is-sim-eof value 'Y'.

    01 proposed-arg          pic x(12) value space.
    01 source-arg            pic x(8) value space.
    01 from-date-arg         pic x(8) value space.
    01 to-date-arg           pic x(8) value space.
    01 from-date             pic 9(8) value 0.
    01 to-date               pic 9(8) value 99999999.
    01 manifest-file-name    pic x(30) value space.
    01 manifest-number       pic 9(3) value 0.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).

    01 divisor-sets.
        05 divisor-set OCCURS 2 TIMES.
            10 set-fish-bottle       pic 9(3).
            10 set-bottle            pic 9(3).
            10 set-fish              pic 9(3).
            10 set-splash            pic 9(3).
    01 proposed-divisors.
        05 prop-fish-bottle      pic 9(3).
        05 prop-bottle           pic 9(3).
        05 prop-fish             pic 9(3).
        05 prop-splash           pic 9(3).
    01 set-index             pic 9 value 0.
    01 sim-quotient          pic 9(6).
    01 rem-fish-bottle       pic 999.
    01 rem-bottle            pic 999.
    01 rem-fish              pic 999.
    01 rem-splash            pic 999.
    01 class-index           pic 9 value 0.
    01 class-names.
        05 filler            pic x(15) value "fish-bottle".
        05 filler            pic x(15) value "bottle".
        05 filler            pic x(15) value "fish".
        05 filler            pic x(15) value "splash".
        05 filler            pic x(15) value "other".
    01 class-name-table REDEFINES class-names.
        05 class-name OCCURS 5 TIMES pic x(15).

    01 routing-table.
        05 routing-count     pic 9(2) value 0.
        05 routing-entry OCCURS 30 TIMES.
            10 routing-table-class    pic x(15).
            10 routing-table-lane     pic x(4).
            10 routing-table-overflow pic x(4).
            10 routing-table-capacity pic x(6).
            10 routing-table-effective pic 9(8).
            10 routing-table-state    pic x.
                88 is-routing-retired value 'R'.
    01 routing-scan          pic 9(2) value 0.
    01 routing-index         pic 9(2) value 0.
    01 routing-entry-effective pic 9(8) value 0.
    01 routing-default-lane  pic x(4) value "LN99".
    01 quarantine-lane       pic x(4) value "LNQQ".
    01 assigned-lane         pic x(4).
    01 overflow-lane         pic x(4) value space.

    01 lane-table.
        05 lane-count        pic 9(2) value 0.
        05 lane-entry OCCURS 40 TIMES.
            10 lane-name             pic x(4).
            10 lane-capacity         pic 9(6).
            10 lane-overflow         pic x(4).
            10 lane-assigned OCCURS 2 TIMES pic 9(6).
            10 lane-diverted OCCURS 2 TIMES pic 9(6).
    01 lane-scan             pic 9(2) value 0.
    01 lane-index            pic 9(2) value 0.
    01 lane-lookup           pic x(4) value space.
    01 lane-lookup-capacity  pic 9(6) value 0.
    01 lane-lookup-overflow  pic x(4) value space.

    01 group-counts.
        05 group-class-count OCCURS 2 TIMES.
            10 group-class OCCURS 5 TIMES pic 9(6).
        05 group-containers  pic 9(6).
        05 group-held        pic 9(6).
    01 grand-counts.
        05 grand-class-count OCCURS 2 TIMES.
            10 grand-class OCCURS 5 TIMES pic 9(7).
        05 grand-containers  pic 9(7).
        05 grand-groups      pic 9(5).
        05 grand-over-current  pic 9(5).
        05 grand-over-proposed pic 9(5).
    01 current-group         pic 9(8) value 0.
    01 current-label         pic x(40) value space.
    01 release-sequence      pic 9(7) value 0.
    01 class-change          pic s9(7) value 0.
    01 edit-change           pic -(6)9.
    01 lane-flag             pic x(24) value space.
    01 lane-over-current     pic x value 'N'.
    01 lane-over-proposed    pic x value 'N'.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    INITIALIZE grand-counts
    ACCEPT proposed-arg FROM ARGUMENT-VALUE
    ACCEPT source-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(source-arg) TO source-arg
    IF source-arg = SPACE
        MOVE "AUDIT" TO source-arg
    END-IF
    IF proposed-arg IS NOT NUMERIC
       OR (source-arg NOT = "AUDIT" AND source-arg NOT = "MANIFEST")
        DISPLAY "Usage: fish-bottle-divisor-sim <proposed divisors"
            " 999999999999> AUDIT [from-date] [to-date]"
        DISPLAY "       fish-bottle-divisor-sim <proposed divisors"
            " 999999999999> MANIFEST <file> [file ...]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE proposed-arg TO proposed-divisors
    IF prop-fish-bottle = 0 OR prop-bottle = 0
       OR prop-fish = 0 OR prop-splash = 0
        DISPLAY "Simulation refused - proposed divisor record "
            proposed-arg " contains a zero divisor"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-DIVISOR-SETS
    PERFORM LOAD-ROUTING-TABLE
    IF source-arg = "AUDIT"
        ACCEPT from-date-arg FROM ARGUMENT-VALUE
        ACCEPT to-date-arg FROM ARGUMENT-VALUE
        IF from-date-arg NOT = SPACE
           AND FUNCTION TRIM(from-date-arg) IS NUMERIC
            MOVE FUNCTION NUMVAL(from-date-arg) TO from-date
        END-IF
        IF to-date-arg NOT = SPACE
           AND FUNCTION TRIM(to-date-arg) IS NUMERIC
            MOVE FUNCTION NUMVAL(to-date-arg) TO to-date
        END-IF
    END-IF
    SORT sim-sort-file
        ON ASCENDING KEY sims-group-order sims-sequence
        INPUT PROCEDURE IS RELEASE-SIMULATION-INPUT
        GIVING sorted-sim-file
    OPEN OUTPUT sim-report-file
    PERFORM WRITE-SIMULATION-HEADER
    OPEN INPUT sorted-sim-file
    PERFORM READ-NEXT-SIM
    PERFORM UNTIL is-sim-eof
        MOVE ssim-group-order TO current-group
        MOVE ssim-group-label TO current-label
        PERFORM START-SIM-GROUP
        PERFORM UNTIL is-sim-eof
                OR ssim-group-order NOT = current-group
            PERFORM SIMULATE-ONE-CONTAINER
            PERFORM READ-NEXT-SIM
        END-PERFORM
        PERFORM WRITE-SIM-GROUP
    END-PERFORM
    CLOSE sorted-sim-file
    PERFORM WRITE-SIMULATION-TOTALS
    CLOSE sim-report-file
    IF grand-over-proposed > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-DIVISOR-SETS.
    MOVE 15 TO div-fish-bottle
    MOVE 5 TO div-bottle
    MOVE 3 TO div-fish
    MOVE 7 TO div-splash
    OPEN INPUT divisor-file
    IF divisor-status = "00"
        READ divisor-file
        CLOSE divisor-file
    END-IF
    MOVE div-fish-bottle TO set-fish-bottle(1)
    MOVE div-bottle TO set-bottle(1)
    MOVE div-fish TO set-fish(1)
    MOVE div-splash TO set-splash(1)
    MOVE prop-fish-bottle TO set-fish-bottle(2)
    MOVE prop-bottle TO set-bottle(2)
    MOVE prop-fish TO set-fish(2)
    MOVE prop-splash TO set-splash(2).

LOAD-ROUTING-TABLE.
    MOVE 0 TO routing-count
    MOVE 'N' TO file-eof
    OPEN INPUT routing-master-file
    IF routing-master-status = "00"
        PERFORM UNTIL is-file-eof
            READ routing-master-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-ROUTING-ENTRY
            END-READ
        END-PERFORM
        CLOSE routing-master-file
        PERFORM APPLY-ROUTING-ENTRIES
    ELSE
        DISPLAY "WARNING: no routing master - all lanes defaulting to "
            routing-default-lane
    END-IF.

LOAD-ONE-ROUTING-ENTRY.
    IF routing-effective NUMERIC
        MOVE routing-effective TO routing-entry-effective
    ELSE
        MOVE 0 TO routing-entry-effective
    END-IF
    EVALUATE TRUE
        WHEN routing-class = SPACE
            CONTINUE
        WHEN routing-entry-effective > today-date
            CONTINUE
        WHEN OTHER
            PERFORM FIND-ROUTING-CLASS
            EVALUATE TRUE
                WHEN routing-index > 0
                    IF routing-entry-effective
                       >= routing-table-effective(routing-index)
                        PERFORM STORE-ROUTING-ENTRY
                    END-IF
                WHEN routing-count < 30
                    ADD 1 TO routing-count
                    MOVE routing-count TO routing-index
                    PERFORM STORE-ROUTING-ENTRY
                WHEN OTHER
                    DISPLAY "WARNING: routing table full - "
                        routing-class " not loaded"
            END-EVALUATE
    END-EVALUATE.

FIND-ROUTING-CLASS.
    MOVE 0 TO routing-index
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF routing-table-class(routing-scan) = routing-class
            MOVE routing-scan TO routing-index
            MOVE routing-count TO routing-scan
        END-IF
    END-PERFORM.

STORE-ROUTING-ENTRY.
    MOVE routing-class TO routing-table-class(routing-index)
    MOVE routing-lane TO routing-table-lane(routing-index)
    MOVE routing-overflow TO routing-table-overflow(routing-index)
    MOVE routing-capacity TO routing-table-capacity(routing-index)
    MOVE routing-entry-effective
        TO routing-table-effective(routing-index)
    MOVE routing-state TO routing-table-state(routing-index).

APPLY-ROUTING-ENTRIES.
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF NOT is-routing-retired(routing-scan)
            EVALUATE routing-table-class(routing-scan)
                WHEN "default"
                    MOVE routing-table-lane(routing-scan)
                        TO routing-default-lane
                WHEN "quarantine"
                    MOVE routing-table-lane(routing-scan)
                        TO quarantine-lane
            END-EVALUATE
            PERFORM REGISTER-ROUTING-LANES
        END-IF
    END-PERFORM.

REGISTER-ROUTING-LANES.
    MOVE routing-table-lane(routing-scan) TO lane-lookup
    IF routing-table-capacity(routing-scan) NUMERIC
        MOVE routing-table-capacity(routing-scan)
            TO lane-lookup-capacity
    ELSE
        MOVE 0 TO lane-lookup-capacity
    END-IF
    MOVE routing-table-overflow(routing-scan) TO lane-lookup-overflow
    PERFORM FIND-LANE
    IF routing-table-overflow(routing-scan) NOT = SPACE
        MOVE routing-table-overflow(routing-scan) TO lane-lookup
        MOVE 0 TO lane-lookup-capacity
        MOVE SPACE TO lane-lookup-overflow
        PERFORM FIND-LANE
    END-IF.

FIND-LANE.
    MOVE 0 TO lane-index
    IF lane-lookup = SPACE
        CONTINUE
    ELSE
        PERFORM VARYING lane-scan FROM 1 BY 1
                UNTIL lane-scan > lane-count
            IF lane-name(lane-scan) = lane-lookup
                MOVE lane-scan TO lane-index
                MOVE lane-count TO lane-scan
            END-IF
        END-PERFORM
        IF lane-index > 0
            IF lane-lookup-capacity > 0
               AND lane-capacity(lane-index) = 0
                MOVE lane-lookup-capacity TO lane-capacity(lane-index)
            END-IF
            IF lane-lookup-overflow NOT = SPACE
               AND lane-overflow(lane-index) = SPACE
                MOVE lane-lookup-overflow TO lane-overflow(lane-index)
            END-IF
        ELSE
            IF lane-count < 40
                ADD 1 TO lane-count
                MOVE lane-count TO lane-index
                MOVE lane-lookup TO lane-name(lane-index)
                MOVE lane-lookup-capacity TO lane-capacity(lane-index)
                MOVE lane-lookup-overflow TO lane-overflow(lane-index)
                MOVE 0 TO lane-assigned(lane-index, 1)
                MOVE 0 TO lane-assigned(lane-index, 2)
                MOVE 0 TO lane-diverted(lane-index, 1)
                MOVE 0 TO lane-diverted(lane-index, 2)
            ELSE
                DISPLAY "WARNING: lane table full - "
                    lane-lookup " not tracked"
            END-IF
        END-IF
    END-IF.

RELEASE-SIMULATION-INPUT.
    MOVE 0 TO release-sequence
    IF source-arg = "AUDIT"
        PERFORM RELEASE-AUDIT-HISTORY
    ELSE
        MOVE 0 TO manifest-number
        ACCEPT manifest-file-name FROM ARGUMENT-VALUE
        IF manifest-file-name = SPACE
            DISPLAY "No manifest files named - nothing to simulate"
        END-IF
        PERFORM UNTIL manifest-file-name = SPACE
            ADD 1 TO manifest-number
            PERFORM RELEASE-ONE-MANIFEST
            MOVE SPACE TO manifest-file-name
            ACCEPT manifest-file-name FROM ARGUMENT-VALUE
        END-PERFORM
    END-IF.

RELEASE-AUDIT-HISTORY.
    MOVE 'N' TO file-eof
    OPEN INPUT audit-file
    IF audit-status NOT = "00"
        DISPLAY "No audit history - nothing to simulate"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ audit-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM RELEASE-ONE-AUDIT-RECORD
        END-READ
    END-PERFORM
    IF audit-status = "00" OR audit-status = "10"
        CLOSE audit-file
    END-IF.

RELEASE-ONE-AUDIT-RECORD.
    EVALUATE TRUE
        WHEN audit-uuid = SPACE
            CONTINUE
        WHEN audit-classification = "REJECTED"
            CONTINUE
        WHEN audit-classification = "REVERSAL"
            CONTINUE
        WHEN audit-shift = 'T'
            CONTINUE
        WHEN audit-classification(1:9) = "DISPOSED-"
            CONTINUE
        WHEN audit-batch-number IS NOT NUMERIC
            CONTINUE
        WHEN audit-run-id IS NOT NUMERIC OR audit-run-id = 0
            CONTINUE
        WHEN OTHER
            MOVE SPACE TO sim-sort-record
            COMPUTE sims-group-order = audit-run-id / 1000000
            IF sims-group-order >= from-date
               AND sims-group-order <= to-date
                ADD 1 TO release-sequence
                MOVE release-sequence TO sims-sequence
                MOVE audit-batch-number TO sims-batch-number
                MOVE audit-hold TO sims-hold
                STRING "Business date " sims-group-order
                    DELIMITED BY SIZE INTO sims-group-label
                END-STRING
                RELEASE sim-sort-record
            END-IF
    END-EVALUATE.

RELEASE-ONE-MANIFEST.
    MOVE 'N' TO file-eof
    OPEN INPUT manifest-file
    IF manifest-status NOT = "00"
        DISPLAY "WARNING: manifest " manifest-file-name
            " could not be opened - skipped"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ manifest-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF manifest-batch-number IS NUMERIC
                   AND manifest-batch-number > 0
                    MOVE SPACE TO sim-sort-record
                    MOVE manifest-number TO sims-group-order
                    ADD 1 TO release-sequence
                    MOVE release-sequence TO sims-sequence
                    MOVE manifest-batch-number TO sims-batch-number
                    MOVE SPACE TO sims-hold
                    STRING "Manifest " manifest-file-name
                        DELIMITED BY SIZE INTO sims-group-label
                    END-STRING
                    RELEASE sim-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF manifest-status = "00" OR manifest-status = "10"
        CLOSE manifest-file
    END-IF.

READ-NEXT-SIM.
    READ sorted-sim-file
        AT END
            SET is-sim-eof TO TRUE
    END-READ.

START-SIM-GROUP.
    INITIALIZE group-counts
    PERFORM VARYING lane-scan FROM 1 BY 1 UNTIL lane-scan > lane-count
        MOVE 0 TO lane-assigned(lane-scan, 1)
        MOVE 0 TO lane-assigned(lane-scan, 2)
        MOVE 0 TO lane-diverted(lane-scan, 1)
        MOVE 0 TO lane-diverted(lane-scan, 2)
    END-PERFORM.

SIMULATE-ONE-CONTAINER.
    ADD 1 TO group-containers
    IF ssim-hold = 'H'
        ADD 1 TO group-held
    END-IF
    PERFORM VARYING set-index FROM 1 BY 1 UNTIL set-index > 2
        PERFORM CLASSIFY-WITH-DIVISOR-SET
        ADD 1 TO group-class(set-index, class-index)
        PERFORM ROUTE-WITH-DIVISOR-SET
    END-PERFORM.

CLASSIFY-WITH-DIVISOR-SET.
    DIVIDE ssim-batch-number BY set-fish-bottle(set-index)
        GIVING sim-quotient REMAINDER rem-fish-bottle
    DIVIDE ssim-batch-number BY set-bottle(set-index)
        GIVING sim-quotient REMAINDER rem-bottle
    DIVIDE ssim-batch-number BY set-fish(set-index)
        GIVING sim-quotient REMAINDER rem-fish
    DIVIDE ssim-batch-number BY set-splash(set-index)
        GIVING sim-quotient REMAINDER rem-splash
    EVALUATE TRUE
        WHEN rem-fish-bottle = 0
            MOVE 1 TO class-index
        WHEN rem-bottle = 0
            MOVE 2 TO class-index
        WHEN rem-fish = 0
            MOVE 3 TO class-index
        WHEN rem-splash = 0
            MOVE 4 TO class-index
        WHEN OTHER
            MOVE 5 TO class-index
    END-EVALUATE.

ROUTE-WITH-DIVISOR-SET.
    MOVE routing-default-lane TO assigned-lane
    MOVE SPACE TO overflow-lane
    PERFORM VARYING routing-scan FROM 1 BY 1
            UNTIL routing-scan > routing-count
        IF routing-table-class(routing-scan) = class-name(class-index)
           AND class-index < 5
           AND NOT is-routing-retired(routing-scan)
            MOVE routing-table-lane(routing-scan) TO assigned-lane
            MOVE routing-table-overflow(routing-scan) TO overflow-lane
            MOVE routing-count TO routing-scan
        END-IF
    END-PERFORM
    IF ssim-hold = 'H'
        MOVE quarantine-lane TO assigned-lane
        MOVE SPACE TO overflow-lane
    END-IF
    MOVE assigned-lane TO lane-lookup
    MOVE 0 TO lane-lookup-capacity
    MOVE SPACE TO lane-lookup-overflow
    PERFORM FIND-LANE
    IF lane-index > 0
       AND lane-capacity(lane-index) > 0
       AND lane-assigned(lane-index, set-index)
           >= lane-capacity(lane-index)
       AND overflow-lane NOT = SPACE
        ADD 1 TO lane-diverted(lane-index, set-index)
        MOVE overflow-lane TO assigned-lane
        MOVE assigned-lane TO lane-lookup
        PERFORM FIND-LANE
    END-IF
    IF lane-index > 0
        ADD 1 TO lane-assigned(lane-index, set-index)
    END-IF.

WRITE-SIMULATION-HEADER.
    MOVE SPACE TO sim-report-line
    STRING "Divisor what-if - current " set-fish-bottle(1) "/"
           set-bottle(1) "/" set-fish(1) "/" set-splash(1)
           "  proposed " set-fish-bottle(2) "/" set-bottle(2) "/"
           set-fish(2) "/" set-splash(2)
           "  routing as of " today-date
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE
    MOVE ALL "=" TO sim-report-line
    PERFORM WRITE-SIM-LINE.

WRITE-SIM-GROUP.
    ADD 1 TO grand-groups
    ADD group-containers TO grand-containers
    MOVE SPACE TO sim-report-line
    PERFORM WRITE-SIM-LINE
    MOVE SPACE TO sim-report-line
    STRING current-label "  containers " group-containers
           "  held " group-held
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE
    MOVE "Class              Current  Proposed    Change"
        TO sim-report-line
    PERFORM WRITE-SIM-LINE
    MOVE ALL "-" TO sim-report-line
    PERFORM WRITE-SIM-LINE
    PERFORM VARYING class-index FROM 1 BY 1 UNTIL class-index > 5
        ADD group-class(1, class-index) TO grand-class(1, class-index)
        ADD group-class(2, class-index) TO grand-class(2, class-index)
        COMPUTE class-change = group-class(2, class-index)
            - group-class(1, class-index)
        MOVE class-change TO edit-change
        MOVE SPACE TO sim-report-line
        STRING class-name(class-index) "   "
               group-class(1, class-index) "    "
               group-class(2, class-index) "   " edit-change
            DELIMITED BY SIZE INTO sim-report-line
        END-STRING
        PERFORM WRITE-SIM-LINE
    END-PERFORM
    MOVE SPACE TO sim-report-line
    STRING "Lane  Capacity  Overflow   Current  Diverted  Proposed"
           "  Diverted  Proposed status"
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE
    MOVE ALL "-" TO sim-report-line
    PERFORM WRITE-SIM-LINE
    PERFORM VARYING lane-scan FROM 1 BY 1 UNTIL lane-scan > lane-count
        PERFORM WRITE-ONE-LANE
    END-PERFORM.

WRITE-ONE-LANE.
    MOVE 'N' TO lane-over-current
    MOVE 'N' TO lane-over-proposed
    IF lane-capacity(lane-scan) > 0
        IF lane-assigned(lane-scan, 1) > lane-capacity(lane-scan)
            MOVE 'Y' TO lane-over-current
        END-IF
        IF lane-assigned(lane-scan, 2) > lane-capacity(lane-scan)
            MOVE 'Y' TO lane-over-proposed
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN lane-over-proposed = 'Y'
            MOVE "OVER CAPACITY" TO lane-flag
            ADD 1 TO grand-over-proposed
        WHEN lane-diverted(lane-scan, 2) > lane-diverted(lane-scan, 1)
            MOVE "MORE OVERFLOW" TO lane-flag
        WHEN lane-diverted(lane-scan, 2) > 0
            MOVE "OVERFLOWS" TO lane-flag
        WHEN lane-capacity(lane-scan) = 0
            MOVE "UNLIMITED" TO lane-flag
        WHEN OTHER
            MOVE "OK" TO lane-flag
    END-EVALUATE
    IF lane-over-current = 'Y'
        ADD 1 TO grand-over-current
    END-IF
    MOVE SPACE TO sim-report-line
    STRING lane-name(lane-scan) "    " lane-capacity(lane-scan)
           "    " lane-overflow(lane-scan)
           "     " lane-assigned(lane-scan, 1)
           "    " lane-diverted(lane-scan, 1)
           "    " lane-assigned(lane-scan, 2)
           "    " lane-diverted(lane-scan, 2)
           "  " lane-flag
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE.

WRITE-SIMULATION-TOTALS.
    MOVE SPACE TO sim-report-line
    PERFORM WRITE-SIM-LINE
    MOVE ALL "=" TO sim-report-line
    PERFORM WRITE-SIM-LINE
    MOVE "All dates          Current  Proposed    Change"
        TO sim-report-line
    PERFORM WRITE-SIM-LINE
    PERFORM VARYING class-index FROM 1 BY 1 UNTIL class-index > 5
        COMPUTE class-change = grand-class(2, class-index)
            - grand-class(1, class-index)
        MOVE class-change TO edit-change
        MOVE SPACE TO sim-report-line
        STRING class-name(class-index) "  "
               grand-class(1, class-index) "   "
               grand-class(2, class-index) "   " edit-change
            DELIMITED BY SIZE INTO sim-report-line
        END-STRING
        PERFORM WRITE-SIM-LINE
    END-PERFORM
    MOVE SPACE TO sim-report-line
    STRING "Dates simulated:        " grand-groups
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE
    MOVE SPACE TO sim-report-line
    STRING "Containers simulated:   " grand-containers
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE
    MOVE SPACE TO sim-report-line
    STRING "Lanes over capacity now:    " grand-over-current
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE
    MOVE SPACE TO sim-report-line
    STRING "Lanes over capacity after:  " grand-over-proposed
        DELIMITED BY SIZE INTO sim-report-line
    END-STRING
    PERFORM WRITE-SIM-LINE.

WRITE-SIM-LINE.
    WRITE sim-report-line
    DISPLAY sim-report-line.
