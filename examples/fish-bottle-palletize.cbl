IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-palletize.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT warehouse-file ASSIGN TO "fish-bottle-warehouse.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS warehouse-status.
    SELECT extract-work-file ASSIGN TO "fish-bottle-pallet-extract.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS extract-work-status.
    SELECT pallet-work-file ASSIGN TO "fish-bottle-pallet-work.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-work-status.
    SELECT routing-out-file ASSIGN TO "fish-bottle-routing-out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS routing-out-status.
    SELECT limits-file ASSIGN TO "fish-bottle-pallet-limits.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS limits-status.
    SELECT pallet-file ASSIGN TO "fish-bottle-pallets.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-status.
    SELECT pallet-keep-file ASSIGN TO "fish-bottle-pallet-keep.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-keep-status.
    SELECT link-file ASSIGN TO "fish-bottle-pallet-links.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS link-status.
    SELECT pallet-seq-file ASSIGN TO "fish-bottle-pallet-seq.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-seq-status.
    SELECT pallet-report-file ASSIGN TO "fish-bottle-pallet-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-report-status.
    SELECT route-sort-file ASSIGN TO "fish-bottle-pallet-rsort.tmp".
    SELECT sorted-route-file ASSIGN TO "fish-bottle-pallet-route.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-route-status.
    SELECT detail-sort-file ASSIGN TO "fish-bottle-pallet-dsort.tmp".
    SELECT sorted-detail-file ASSIGN TO "fish-bottle-pallet-detail.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-detail-status.
    SELECT build-sort-file ASSIGN TO "fish-bottle-pallet-bsort.tmp".

DATA DIVISION.
FILE SECTION.
FD  warehouse-file.
01  warehouse-header.
    05 wh-record-type        pic x.
    05 wh-separator-1        pic x.
    05 wh-business-date      pic 9(8).
    05 wh-separator-2        pic x.
    05 wh-run-id             pic x(14).
01  warehouse-detail.
    05 wd-record-type        pic x.
    05 wd-separator-1        pic x.
    05 wd-batch-number       pic 9(6).
    05 wd-separator-2        pic x.
    05 wd-class              pic x(15).
    05 wd-separator-3        pic x.
    05 wd-uuid               pic x(36).
    05 wd-separator-4        pic x.
    05 wd-weight             pic 9(6).

FD  extract-work-file.
01  extract-work-record      pic x(68).

FD  pallet-work-file.
01  warehouse-pallet.
    05 wp-record-type        pic x.
    05 wp-separator-1        pic x.
    05 wp-pallet-number      pic x(6).
    05 wp-separator-2        pic x.
    05 wp-uuid               pic x(36).
    05 wp-separator-3        pic x.
    05 wp-lane               pic x(4).
    05 wp-separator-4        pic x.
    05 wp-count              pic 9(3).
    05 wp-separator-5        pic x.
    05 wp-weight             pic 9(7).
01  warehouse-member.
    05 wm-record-type        pic x.
    05 wm-separator-1        pic x.
    05 wm-pallet-number      pic x(6).
    05 wm-separator-2        pic x.
    05 wm-batch-number       pic 9(6).
    05 wm-separator-3        pic x.
    05 wm-uuid               pic x(36).

FD  routing-out-file.
01  routing-out-record.
    05 route-batch-number    pic 9(6).
    05 route-separator-1     pic x.
    05 route-lane            pic x(4).
    05 route-separator-2     pic x.
    05 route-class           pic x(15).

FD  limits-file.
01  limits-record.
    05 lim-class             pic x(15).
    05 lim-separator-1       pic x.
    05 lim-max-count         pic 9(3).
    05 lim-separator-2       pic x.
    05 lim-max-weight        pic 9(7).

FD  pallet-file.
01  pallet-record.
    COPY "fbpallet.cpy".

FD  pallet-keep-file.
01  pallet-keep-record       pic x(87).

FD  link-file.
01  link-record.
    COPY "fbplink.cpy".

FD  pallet-seq-file.
01  pallet-seq-record        pic 9(5).

FD  pallet-report-file.
01  pallet-report-line       pic x(100).

SD  route-sort-file.
01  route-sort-record.
    05 rsrt-batch-number     pic 9(6).
    05 rsrt-lane             pic x(4).
    05 rsrt-class            pic x(15).

FD  sorted-route-file.
01  sorted-route-record.
    05 srte-batch-number     pic 9(6).
    05 srte-lane             pic x(4).
    05 srte-class            pic x(15).

SD  detail-sort-file.
01  detail-sort-record.
    05 dsrt-batch-number     pic 9(6).
    05 dsrt-uuid             pic x(36).
    05 dsrt-weight           pic 9(6).

FD  sorted-detail-file.
01  sorted-detail-record.
    05 sdet-batch-number     pic 9(6).
    05 sdet-uuid             pic x(36).
    05 sdet-weight           pic 9(6).

SD  build-sort-file.
01  build-sort-record.
    05 bld-lane              pic x(4).
    05 bld-class             pic x(15).
    05 bld-batch-number      pic 9(6).
    05 bld-uuid              pic x(36).
    05 bld-weight            pic 9(6).

WORKING-STORAGE SECTION.
    01 warehouse-status      pic xx.
    01 extract-work-status   pic xx.
    01 pallet-work-status    pic xx.
    01 routing-out-status    pic xx.
    01 limits-status         pic xx.
    01 pallet-status         pic xx.
    01 pallet-keep-status    pic xx.
    01 link-status           pic xx.
    01 pallet-seq-status     pic xx.
    01 pallet-report-status  pic xx.
    01 sorted-route-status   pic xx.
    01 sorted-detail-status  pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 route-eof             pic x value 'N'.
        88 is-route-eof value 'Y'.
    01 detail-eof            pic x value 'N'.
        88 is-detail-eof value 'Y'.
    01 build-eof             pic x value 'N'.
        88 is-build-eof value 'Y'.

    01 business-date         pic 9(8) value 0.
    01 trailer-found         pic x value 'N'.
        88 is-trailer-found value 'Y'.
    01 pallets-present       pic x value 'N'.
        88 is-already-palletized value 'Y'.
    01 held-trailer          pic x(68) value space.

    01 limits-table.
        05 limits-count      pic 9(2) value 0.
        05 limits-entry OCCURS 50 TIMES.
            10 limits-class      pic x(15).
            10 limits-max-count  pic 9(3).
            10 limits-max-weight pic 9(7).
    01 limits-scan           pic 9(2) value 0.
    01 default-max-count     pic 9(3) value 8.
    01 default-max-weight    pic 9(7) value 10000.

    01 pallet-open           pic x value 'N'.
        88 is-pallet-open value 'Y'.
    01 current-lane          pic x(4) value space.
    01 current-class         pic x(15) value space.
    01 current-max-count     pic 9(3) value 0.
    01 current-max-weight    pic 9(7) value 0.
    01 current-weight        pic 9(7) value 0.
    01 member-table.
        05 member-count      pic 9(3) value 0.
        05 member-entry OCCURS 999 TIMES.
            10 member-batch      pic 9(6).
            10 member-uuid       pic x(36).
    01 member-scan           pic 9(3) value 0.

    01 pallet-sequence       pic 9(5) value 0.
    01 new-pallet-number.
        05 new-pallet-prefix pic x value 'P'.
        05 new-pallet-digits pic 9(5).
    01 issued-uuid           pic x(36) value space.
    01 uuid-is-compliant     pic x value 'N'.
    01 uuid-retry-count      pic 9(2) value 0.

    01 master-action         pic x value 'U'.
    01 master-found          pic x.
    01 master-work.
        COPY "lblmstr.cpy"
            REPLACING ==master-uuid==         BY ==mst-uuid==
                      ==master-separator-1==  BY ==mst-separator-1==
                      ==master-status==       BY ==mst-status==
                      ==master-separator-2==  BY ==mst-separator-2==
                      ==master-batch-number== BY ==mst-batch-number==
                      ==master-separator-3==  BY ==mst-separator-3==
                      ==master-date==         BY ==mst-date==
                      ==master-year==         BY ==mst-year==
                      ==master-month==        BY ==mst-month==
                      ==master-day==          BY ==mst-day==
                      ==master-separator-4==  BY ==mst-separator-4==
                      ==master-time==         BY ==mst-time==
                      ==master-hours==        BY ==mst-hours==
                      ==master-minute==       BY ==mst-minute==
                      ==master-second==       BY ==mst-second==
                      ==master-separator-5==  BY ==mst-separator-5==
                      ==master-reason==       BY ==mst-reason==
                      ==master-separator-6==  BY ==mst-separator-6==
                      ==master-operator==     BY ==mst-operator==.

    01 count-extract         pic 9(6) value 0.
    01 count-routed          pic 9(6) value 0.
    01 count-loose           pic 9(6) value 0.
    01 count-palletized      pic 9(6) value 0.
    01 count-pallets         pic 9(6) value 0.
    01 count-superseded      pic 9(6) value 0.

PROCEDURE DIVISION.
    MOVE 0 TO count-extract
    MOVE 0 TO count-routed
    MOVE 0 TO count-loose
    MOVE 0 TO count-palletized
    MOVE 0 TO count-pallets
    MOVE 0 TO count-superseded
    PERFORM SCAN-WAREHOUSE-EXTRACT
    IF business-date = 0
        DISPLAY "No warehouse extract - no pallets built"
        GOBACK
    END-IF
    IF NOT is-trailer-found
        DISPLAY "Warehouse extract for " business-date
            " is not closed - pallets are built when the day closes"
        GOBACK
    END-IF
    IF is-already-palletized
        DISPLAY "Pallets already built for business date "
            business-date
        GOBACK
    END-IF
    PERFORM LOAD-PALLET-LIMITS
    PERFORM SUPERSEDE-EARLIER-PALLETS
    PERFORM LOAD-PALLET-SEQUENCE
    OPEN OUTPUT pallet-report-file
    PERFORM WRITE-PALLET-HEADER
    SORT route-sort-file
        ON ASCENDING KEY rsrt-batch-number
        INPUT PROCEDURE IS RELEASE-ROUTING-RECORDS
        GIVING sorted-route-file
    SORT detail-sort-file
        ON ASCENDING KEY dsrt-batch-number dsrt-uuid
        INPUT PROCEDURE IS RELEASE-EXTRACT-DETAILS
        GIVING sorted-detail-file
    SORT build-sort-file
        ON ASCENDING KEY bld-lane bld-class bld-batch-number bld-uuid
        INPUT PROCEDURE IS RELEASE-ROUTED-CONTAINERS
        OUTPUT PROCEDURE IS BUILD-PALLETS
    PERFORM SAVE-PALLET-SEQUENCE
    IF count-pallets > 0
        PERFORM INSERT-PALLETS-INTO-EXTRACT
    END-IF
    PERFORM WRITE-PALLET-TOTALS
    CLOSE pallet-report-file
    GOBACK.

SCAN-WAREHOUSE-EXTRACT.
    MOVE 0 TO business-date
    MOVE 'N' TO trailer-found
    MOVE 'N' TO pallets-present
    MOVE 'N' TO file-eof
    OPEN INPUT warehouse-file
    IF warehouse-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ warehouse-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                EVALUATE wh-record-type
                    WHEN 'H'
                        IF wh-business-date NUMERIC
                            MOVE wh-business-date TO business-date
                        END-IF
                    WHEN 'D'
                        ADD 1 TO count-extract
                    WHEN 'T'
                        SET is-trailer-found TO TRUE
                    WHEN 'P'
                        SET is-already-palletized TO TRUE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF warehouse-status = "00" OR warehouse-status = "10"
        CLOSE warehouse-file
    END-IF.

LOAD-PALLET-LIMITS.
    MOVE 0 TO limits-count
    MOVE 'N' TO file-eof
    OPEN INPUT limits-file
    IF limits-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ limits-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF lim-class NOT = SPACE
                   AND lim-max-count NUMERIC
                   AND lim-max-weight NUMERIC
                   AND lim-max-count > 0
                   AND lim-max-weight > 0
                    IF lim-class = "default"
                        MOVE lim-max-count TO default-max-count
                        MOVE lim-max-weight TO default-max-weight
                    ELSE
                        IF limits-count < 50
                            ADD 1 TO limits-count
                            MOVE lim-class TO limits-class(limits-count)
                            MOVE lim-max-count
                                TO limits-max-count(limits-count)
                            MOVE lim-max-weight
                                TO limits-max-weight(limits-count)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF limits-status = "00" OR limits-status = "10"
        CLOSE limits-file
    END-IF.

SUPERSEDE-EARLIER-PALLETS.
    MOVE 'N' TO file-eof
    OPEN INPUT pallet-file
    IF pallet-status NOT = "00"
        SET is-file-eof TO TRUE
    ELSE
        OPEN OUTPUT pallet-keep-file
    END-IF
    PERFORM UNTIL is-file-eof
        READ pallet-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF pallet-business-date = business-date
                   AND pallet-state = 'B'
                    MOVE 'V' TO pallet-state
                    ADD 1 TO count-superseded
                    MOVE SPACE TO master-work
                    MOVE pallet-uuid TO mst-uuid
                    MOVE 'V' TO mst-status
                    MOVE pallet-number TO mst-batch-number
                    MOVE "pallet rebuilt" TO mst-reason
                    CALL 'uuid-master-io' USING master-action
                        master-found master-work
                END-IF
                MOVE pallet-record TO pallet-keep-record
                WRITE pallet-keep-record
        END-READ
    END-PERFORM
    IF pallet-status = "00" OR pallet-status = "10"
        CLOSE pallet-file
        CLOSE pallet-keep-file
        IF count-superseded > 0
            PERFORM REWRITE-PALLETS-FROM-KEEP
            DISPLAY count-superseded " pallets built earlier for "
                business-date " superseded - extract was rewritten"
        END-IF
    END-IF.

REWRITE-PALLETS-FROM-KEEP.
    MOVE 'N' TO file-eof
    OPEN INPUT pallet-keep-file
    OPEN OUTPUT pallet-file
    PERFORM UNTIL is-file-eof
        READ pallet-keep-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE pallet-keep-record TO pallet-record
                WRITE pallet-record
        END-READ
    END-PERFORM
    CLOSE pallet-keep-file
    CLOSE pallet-file.

LOAD-PALLET-SEQUENCE.
    MOVE 0 TO pallet-sequence
    OPEN INPUT pallet-seq-file
    IF pallet-seq-status = "00"
        READ pallet-seq-file
        IF pallet-seq-status = "00"
           AND pallet-seq-record NUMERIC
            MOVE pallet-seq-record TO pallet-sequence
        END-IF
        CLOSE pallet-seq-file
    END-IF.

SAVE-PALLET-SEQUENCE.
    OPEN OUTPUT pallet-seq-file
    MOVE pallet-sequence TO pallet-seq-record
    WRITE pallet-seq-record
    CLOSE pallet-seq-file.

RELEASE-ROUTING-RECORDS.
    MOVE 'N' TO file-eof
    OPEN INPUT routing-out-file
    IF routing-out-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ routing-out-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF route-batch-number NUMERIC
                   AND route-lane NOT = SPACE
                    MOVE route-batch-number TO rsrt-batch-number
                    MOVE route-lane TO rsrt-lane
                    MOVE route-class TO rsrt-class
                    RELEASE route-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF routing-out-status = "00" OR routing-out-status = "10"
        CLOSE routing-out-file
    END-IF.

RELEASE-EXTRACT-DETAILS.
    MOVE 'N' TO file-eof
    OPEN INPUT warehouse-file
    IF warehouse-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ warehouse-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF wd-record-type = 'D'
                   AND wd-batch-number NUMERIC
                   AND wd-uuid NOT = SPACE
                    MOVE wd-batch-number TO dsrt-batch-number
                    MOVE wd-uuid TO dsrt-uuid
                    IF wd-weight NUMERIC
                        MOVE wd-weight TO dsrt-weight
                    ELSE
                        MOVE 0 TO dsrt-weight
                    END-IF
                    RELEASE detail-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF warehouse-status = "00" OR warehouse-status = "10"
        CLOSE warehouse-file
    END-IF.

RELEASE-ROUTED-CONTAINERS.
    MOVE 'N' TO route-eof
    MOVE 'N' TO detail-eof
    OPEN INPUT sorted-route-file
    OPEN INPUT sorted-detail-file
    PERFORM READ-NEXT-ROUTE
    PERFORM READ-NEXT-DETAIL
    PERFORM UNTIL is-detail-eof
        EVALUATE TRUE
            WHEN is-route-eof
                ADD 1 TO count-loose
                PERFORM READ-NEXT-DETAIL
            WHEN srte-batch-number < sdet-batch-number
                PERFORM READ-NEXT-ROUTE
            WHEN srte-batch-number > sdet-batch-number
                ADD 1 TO count-loose
                PERFORM READ-NEXT-DETAIL
            WHEN OTHER
                MOVE srte-lane TO bld-lane
                IF FUNCTION TRIM(srte-class) IS NUMERIC
                    MOVE "other" TO bld-class
                ELSE
                    MOVE srte-class TO bld-class
                END-IF
                MOVE sdet-batch-number TO bld-batch-number
                MOVE sdet-uuid TO bld-uuid
                MOVE sdet-weight TO bld-weight
                RELEASE build-sort-record
                ADD 1 TO count-routed
                PERFORM READ-NEXT-ROUTE
                PERFORM READ-NEXT-DETAIL
        END-EVALUATE
    END-PERFORM
    CLOSE sorted-route-file
    CLOSE sorted-detail-file.

READ-NEXT-ROUTE.
    READ sorted-route-file
        AT END
            SET is-route-eof TO TRUE
    END-READ.

READ-NEXT-DETAIL.
    READ sorted-detail-file
        AT END
            SET is-detail-eof TO TRUE
    END-READ.

BUILD-PALLETS.
    MOVE 'N' TO build-eof
    MOVE 'N' TO pallet-open
    OPEN OUTPUT pallet-work-file
    OPEN EXTEND pallet-file
    IF pallet-status NOT = "00"
        OPEN OUTPUT pallet-file
    END-IF
    OPEN EXTEND link-file
    IF link-status NOT = "00"
        OPEN OUTPUT link-file
    END-IF
    PERFORM UNTIL is-build-eof
        RETURN build-sort-file
            AT END
                SET is-build-eof TO TRUE
            NOT AT END
                PERFORM ADD-CONTAINER-TO-PALLET
        END-RETURN
    END-PERFORM
    IF is-pallet-open
        PERFORM CLOSE-PALLET
    END-IF
    CLOSE pallet-work-file
    CLOSE pallet-file
    CLOSE link-file.

ADD-CONTAINER-TO-PALLET.
    IF is-pallet-open
        IF bld-lane NOT = current-lane
           OR bld-class NOT = current-class
           OR member-count >= current-max-count
           OR current-weight + bld-weight > current-max-weight
            PERFORM CLOSE-PALLET
        END-IF
    END-IF
    IF NOT is-pallet-open
        PERFORM OPEN-PALLET
    END-IF
    ADD 1 TO member-count
    MOVE bld-batch-number TO member-batch(member-count)
    MOVE bld-uuid TO member-uuid(member-count)
    ADD bld-weight TO current-weight.

OPEN-PALLET.
    SET is-pallet-open TO TRUE
    MOVE bld-lane TO current-lane
    MOVE bld-class TO current-class
    MOVE 0 TO member-count
    MOVE 0 TO current-weight
    MOVE default-max-count TO current-max-count
    MOVE default-max-weight TO current-max-weight
    PERFORM VARYING limits-scan FROM 1 BY 1
            UNTIL limits-scan > limits-count
        IF limits-class(limits-scan) = bld-class
            MOVE limits-max-count(limits-scan) TO current-max-count
            MOVE limits-max-weight(limits-scan) TO current-max-weight
        END-IF
    END-PERFORM.

CLOSE-PALLET.
    MOVE 'N' TO pallet-open
    PERFORM ISSUE-PALLET-UUID
    IF issued-uuid = SPACE
        DISPLAY "ERROR: no pallet label for lane " current-lane
            " - " member-count " containers left loose"
        ADD member-count TO count-loose
    ELSE
        ADD 1 TO pallet-sequence
        IF pallet-sequence = 0
            MOVE 1 TO pallet-sequence
        END-IF
        MOVE pallet-sequence TO new-pallet-digits
        ADD 1 TO count-pallets
        ADD member-count TO count-palletized
        PERFORM WRITE-PALLET-RECORD
        PERFORM REGISTER-PALLET-LABEL
        PERFORM VARYING member-scan FROM 1 BY 1
                UNTIL member-scan > member-count
            PERFORM WRITE-PALLET-MEMBER
        END-PERFORM
        PERFORM WRITE-PALLET-LINE
    END-IF.

ISSUE-PALLET-UUID.
    MOVE 0 TO uuid-retry-count
    CALL 'uuid-gen' USING issued-uuid uuid-is-compliant
    PERFORM WITH TEST AFTER
            UNTIL uuid-is-compliant = 'Y' OR uuid-retry-count >= 5
        IF uuid-is-compliant NOT = 'Y'
            DISPLAY "WARNING: " issued-uuid
                " failed RFC4122 compliance check - regenerating"
            ADD 1 TO uuid-retry-count
            CALL 'uuid-gen' USING issued-uuid uuid-is-compliant
        END-IF
    END-PERFORM
    IF uuid-is-compliant NOT = 'Y'
        MOVE SPACE TO issued-uuid
    END-IF.

WRITE-PALLET-RECORD.
    MOVE SPACE TO pallet-record
    MOVE issued-uuid TO pallet-uuid
    MOVE new-pallet-number TO pallet-number
    MOVE business-date TO pallet-business-date
    MOVE current-lane TO pallet-lane
    MOVE current-class TO pallet-class
    MOVE member-count TO pallet-count
    MOVE current-weight TO pallet-weight
    MOVE 'B' TO pallet-state
    WRITE pallet-record
    MOVE SPACE TO warehouse-pallet
    MOVE 'P' TO wp-record-type
    MOVE new-pallet-number TO wp-pallet-number
    MOVE issued-uuid TO wp-uuid
    MOVE current-lane TO wp-lane
    MOVE member-count TO wp-count
    MOVE current-weight TO wp-weight
    WRITE warehouse-pallet.

REGISTER-PALLET-LABEL.
    MOVE SPACE TO master-work
    MOVE issued-uuid TO mst-uuid
    MOVE 'L' TO mst-status
    MOVE new-pallet-number TO mst-batch-number
    STRING "pallet lane " current-lane
        DELIMITED BY SIZE INTO mst-reason
    END-STRING
    CALL 'uuid-master-io' USING master-action master-found
        master-work.

WRITE-PALLET-MEMBER.
    MOVE SPACE TO warehouse-member
    MOVE 'M' TO wm-record-type
    MOVE new-pallet-number TO wm-pallet-number
    MOVE member-batch(member-scan) TO wm-batch-number
    MOVE member-uuid(member-scan) TO wm-uuid
    WRITE warehouse-member
    MOVE SPACE TO link-record
    MOVE new-pallet-number TO plink-pallet-number
    MOVE issued-uuid TO plink-pallet-uuid
    MOVE member-batch(member-scan) TO plink-batch-number
    MOVE member-uuid(member-scan) TO plink-uuid
    MOVE business-date TO plink-business-date
    WRITE link-record.

INSERT-PALLETS-INTO-EXTRACT.
    MOVE SPACE TO held-trailer
    MOVE 'N' TO file-eof
    OPEN INPUT warehouse-file
    OPEN OUTPUT extract-work-file
    PERFORM UNTIL is-file-eof
        READ warehouse-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF wd-record-type = 'T'
                    MOVE warehouse-detail TO held-trailer
                ELSE
                    MOVE warehouse-detail TO extract-work-record
                    WRITE extract-work-record
                END-IF
        END-READ
    END-PERFORM
    CLOSE warehouse-file
    CLOSE extract-work-file
    OPEN OUTPUT warehouse-file
    MOVE 'N' TO file-eof
    OPEN INPUT extract-work-file
    PERFORM UNTIL is-file-eof
        READ extract-work-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE extract-work-record TO warehouse-detail
                WRITE warehouse-detail
        END-READ
    END-PERFORM
    CLOSE extract-work-file
    MOVE 'N' TO file-eof
    OPEN INPUT pallet-work-file
    PERFORM UNTIL is-file-eof
        READ pallet-work-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE warehouse-pallet TO warehouse-detail
                WRITE warehouse-detail
        END-READ
    END-PERFORM
    CLOSE pallet-work-file
    MOVE held-trailer TO warehouse-detail
    WRITE warehouse-detail
    CLOSE warehouse-file.

WRITE-PALLET-HEADER.
    MOVE SPACE TO pallet-report-line
    STRING "Pallet build for business date " business-date
        DELIMITED BY SIZE INTO pallet-report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE "Pallet Lane Class           Cont  Weight   Pallet UUID"
        TO pallet-report-line
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO pallet-report-line
    PERFORM WRITE-REPORT-LINE.

WRITE-PALLET-LINE.
    MOVE SPACE TO pallet-report-line
    STRING new-pallet-number " " current-lane " " current-class " "
           member-count "   " current-weight "  " issued-uuid
        DELIMITED BY SIZE INTO pallet-report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-PALLET-TOTALS.
    MOVE SPACE TO pallet-report-line
    PERFORM WRITE-REPORT-LINE
    MOVE SPACE TO pallet-report-line
    STRING "Containers in extract: " count-extract
        DELIMITED BY SIZE INTO pallet-report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACE TO pallet-report-line
    STRING "Palletized:            " count-palletized
        DELIMITED BY SIZE INTO pallet-report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACE TO pallet-report-line
    STRING "Shipped loose:         " count-loose
        DELIMITED BY SIZE INTO pallet-report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACE TO pallet-report-line
    STRING "Result: " count-pallets " pallets built from "
           count-palletized " containers"
        DELIMITED BY SIZE INTO pallet-report-line
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE pallet-report-line
    DISPLAY pallet-report-line.
