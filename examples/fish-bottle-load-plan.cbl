IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-load-plan.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT warehouse-file ASSIGN TO "fish-bottle-warehouse.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS warehouse-status.
    SELECT destination-file ASSIGN TO "fish-bottle-destinations.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS destination-status.
    SELECT pallet-file ASSIGN TO "fish-bottle-pallets.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pallet-status.
    SELECT trailer-master-file ASSIGN TO "fish-bottle-trailers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS trailer-master-status.
    SELECT container-sort-file ASSIGN TO "fish-bottle-load-sort.tmp".
    SELECT sorted-container-file ASSIGN TO "fish-bottle-load-sorted.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-container-status.
    SELECT load-plan-file ASSIGN TO "fish-bottle-load-plan.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS load-plan-status.
    SELECT plan-sort-file ASSIGN TO "fish-bottle-load-plan-sort.tmp".
    SELECT sorted-plan-file ASSIGN TO "fish-bottle-load-plan-sorted.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-plan-status.
    SELECT lading-file ASSIGN TO "fish-bottle-bill-of-lading.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lading-status.
    SELECT shipment-file ASSIGN TO "fish-bottle-shipments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shipment-status.
    SELECT work-file ASSIGN TO "fish-bottle-load-work.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS work-status.

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

FD  pallet-file.
01  pallet-record.
    COPY "fbpallet.cpy".

FD  destination-file.
01  destination-record.
    05 dest-class            pic x(15).
    05 dest-separator-1      pic x.
    05 dest-destination      pic x(8).

FD  trailer-master-file.
01  trailer-master-record.
    05 trl-trailer           pic x(6).
    05 trl-separator-1       pic x.
    05 trl-destination       pic x(8).
    05 trl-separator-2       pic x.
    05 trl-max-weight        pic 9(7).
    05 trl-separator-3       pic x.
    05 trl-max-count         pic 9(4).

SD  container-sort-file.
01  container-sort-record.
    05 cons-destination      pic x(8).
    05 cons-separator-1      pic x.
    05 cons-class            pic x(15).
    05 cons-separator-2      pic x.
    05 cons-batch-number     pic 9(6).
    05 cons-separator-3      pic x.
    05 cons-uuid             pic x(36).
    05 cons-separator-4      pic x.
    05 cons-weight           pic 9(7).
    05 cons-separator-5      pic x.
    05 cons-unit-type        pic x.
    05 cons-separator-6      pic x.
    05 cons-pallet-number    pic x(6).
    05 cons-separator-7      pic x.
    05 cons-pieces           pic 9(3).

FD  sorted-container-file.
01  sorted-container-record.
    05 scon-destination      pic x(8).
    05 scon-separator-1      pic x.
    05 scon-class            pic x(15).
    05 scon-separator-2      pic x.
    05 scon-batch-number     pic 9(6).
    05 scon-separator-3      pic x.
    05 scon-uuid             pic x(36).
    05 scon-separator-4      pic x.
    05 scon-weight           pic 9(7).
    05 scon-separator-5      pic x.
    05 scon-unit-type        pic x.
    05 scon-separator-6      pic x.
    05 scon-pallet-number    pic x(6).
    05 scon-separator-7      pic x.
    05 scon-pieces           pic 9(3).

FD  load-plan-file.
01  load-plan-record.
    05 plan-load-number      pic x(10).
    05 plan-separator-1      pic x.
    05 plan-trailer          pic x(6).
    05 plan-separator-2      pic x.
    05 plan-destination      pic x(8).
    05 plan-separator-3      pic x.
    05 plan-batch-number     pic 9(6).
    05 plan-separator-4      pic x.
    05 plan-uuid             pic x(36).
    05 plan-separator-5      pic x.
    05 plan-class            pic x(15).
    05 plan-separator-6      pic x.
    05 plan-weight           pic 9(7).
    05 plan-separator-7      pic x.
    05 plan-unit-type        pic x.
    05 plan-separator-8      pic x.
    05 plan-pallet-number    pic x(6).
    05 plan-separator-9      pic x.
    05 plan-pieces           pic 9(3).

SD  plan-sort-file.
01  plan-sort-record.
    05 plns-load-number      pic x(10).
    05 plns-separator-1      pic x.
    05 plns-trailer          pic x(6).
    05 plns-separator-2      pic x.
    05 plns-destination      pic x(8).
    05 plns-separator-3      pic x.
    05 plns-batch-number     pic 9(6).
    05 plns-separator-4      pic x.
    05 plns-uuid             pic x(36).
    05 plns-separator-5      pic x.
    05 plns-class            pic x(15).
    05 plns-separator-6      pic x.
    05 plns-weight           pic 9(7).
    05 plns-separator-7      pic x.
    05 plns-unit-type        pic x.
    05 plns-separator-8      pic x.
    05 plns-pallet-number    pic x(6).
    05 plns-separator-9      pic x.
    05 plns-pieces           pic 9(3).

FD  sorted-plan-file.
01  sorted-plan-record.
    05 splan-load-number     pic x(10).
    05 splan-separator-1     pic x.
    05 splan-trailer         pic x(6).
    05 splan-separator-2     pic x.
    05 splan-destination     pic x(8).
    05 splan-separator-3     pic x.
    05 splan-batch-number    pic 9(6).
    05 splan-separator-4     pic x.
    05 splan-uuid            pic x(36).
    05 splan-separator-5     pic x.
    05 splan-class           pic x(15).
    05 splan-separator-6     pic x.
    05 splan-weight          pic 9(7).
    05 splan-separator-7     pic x.
    05 splan-unit-type       pic x.
    05 splan-separator-8     pic x.
    05 splan-pallet-number   pic x(6).
    05 splan-separator-9     pic x.
    05 splan-pieces          pic 9(3).

FD  lading-file.
01  lading-line              pic x(100).

FD  shipment-file.
01  shipment-record.
    COPY "fbship.cpy".

FD  work-file.
01  work-record              pic x(100).

WORKING-STORAGE SECTION.
    01 warehouse-status      pic xx.
    01 destination-status    pic xx.
    01 trailer-master-status pic xx.
    01 pallet-status         pic xx.
    01 sorted-container-status pic xx.
    01 load-plan-status      pic xx.
    01 sorted-plan-status    pic xx.
    01 lading-status         pic xx.
    01 shipment-status       pic xx.
    01 work-status           pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.

    01 business-date         pic 9(8) value 0.
    01 today-data.
        05 today-date        pic 9(8).
        05 today-rest        pic x(13).

    01 destination-table.
        05 destination-count pic 9(3) value 0.
        05 destination-entry OCCURS 50 TIMES.
            10 destination-class pic x(15).
            10 destination-code  pic x(8).
    01 destination-scan      pic 9(3) value 0.
    01 default-destination   pic x(8) value space.
    01 container-destination pic x(8) value space.
    01 destination-lookup    pic x(15) value space.

    01 pallet-unit-table.
        05 pallet-unit-count pic 9(4) value 0.
        05 pallet-unit-entry OCCURS 2000 TIMES.
            10 pu-pallet-number  pic x(6).
            10 pu-uuid           pic x(36).
            10 pu-class          pic x(15).
    01 pallet-unit-scan      pic 9(4) value 0.
    01 pallet-unit-found-at  pic 9(4) value 0.

    01 member-table.
        05 member-count      pic 9(5) value 0.
        05 member-entry OCCURS 10000 TIMES.
            10 mbr-pallet-number pic x(6).
            10 mbr-batch-number  pic 9(6).
            10 mbr-uuid          pic x(36).
            10 mbr-class         pic x(15).
            10 mbr-weight        pic 9(6).
    01 member-scan           pic 9(5) value 0.
    01 member-found-at       pic 9(5) value 0.

    01 trailer-table.
        05 trailer-count     pic 9(3) value 0.
        05 trailer-entry OCCURS 100 TIMES.
            10 trailer-id            pic x(6).
            10 trailer-destination   pic x(8).
            10 trailer-max-weight    pic 9(7).
            10 trailer-max-count     pic 9(4).
            10 trailer-weight        pic 9(7).
            10 trailer-pieces        pic 9(4).
            10 trailer-load-number   pic x(10).
    01 trailer-scan          pic 9(3) value 0.
    01 trailer-chosen        pic 9(3) value 0.
    01 load-sequence         pic 9(3) value 0.

    01 load-table.
        05 load-count        pic 9(5) value 0.
        05 load-entry OCCURS 10000 TIMES.
            10 load-batch-number pic 9(6).
            10 load-uuid         pic x(36).
            10 load-number       pic x(10).
    01 load-scan             pic 9(5) value 0.
    01 load-found            pic x value 'N'.
        88 is-load-found value 'Y'.

    01 prior-load-number     pic x(10) value space.
    01 lading-open           pic x value 'N'.
        88 is-lading-open value 'Y'.
    01 lading-trailer        pic x(6) value space.
    01 lading-destination    pic x(8) value space.
    01 lading-pieces         pic 9(4) value 0.
    01 lading-pallets        pic 9(4) value 0.
    01 lading-weight         pic 9(7) value 0.

    01 count-containers      pic 9(6) value 0.
    01 count-planned         pic 9(6) value 0.
    01 count-unplanned       pic 9(6) value 0.
    01 count-loads           pic 9(4) value 0.
    01 count-tagged          pic 9(6) value 0.
    01 count-pallets         pic 9(4) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    PERFORM LOAD-DESTINATIONS
    PERFORM LOAD-TRAILERS
    IF trailer-count = 0
        DISPLAY "Load planning refused - no trailers in "
            "fish-bottle-trailers.dat"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-WAREHOUSE-PALLETS
    PERFORM LOAD-PALLET-CLASSES
    SORT container-sort-file
        ON ASCENDING KEY cons-destination cons-class
            cons-batch-number cons-uuid
        INPUT PROCEDURE IS RELEASE-WAREHOUSE-CONTAINERS
        GIVING sorted-container-file
    IF business-date = 0
        MOVE today-date TO business-date
    END-IF
    PERFORM PLAN-CONTAINERS
    SORT plan-sort-file
        ON ASCENDING KEY plns-load-number plns-pallet-number
           DESCENDING KEY plns-unit-type
           ASCENDING KEY plns-batch-number plns-uuid
        USING load-plan-file
        GIVING sorted-plan-file
    PERFORM WRITE-BILLS-OF-LADING
    PERFORM TAG-SHIPMENT-REGISTER
    DISPLAY "Load plan for " business-date ": " count-containers
        " containers (" count-pallets " pallets), " count-planned
        " planned on " count-loads
        " loads, " count-unplanned " unplanned, " count-tagged
        " shipments tagged"
    IF count-unplanned > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-DESTINATIONS.
    MOVE 'N' TO file-eof
    OPEN INPUT destination-file
    IF destination-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ destination-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF dest-class NOT = SPACE
                   AND dest-destination NOT = SPACE
                    IF dest-class = "default"
                        MOVE dest-destination TO default-destination
                    ELSE
                        IF destination-count < 50
                            ADD 1 TO destination-count
                            MOVE dest-class
                                TO destination-class(destination-count)
                            MOVE dest-destination
                                TO destination-code(destination-count)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF destination-status = "00" OR destination-status = "10"
        CLOSE destination-file
    END-IF.

LOAD-TRAILERS.
    MOVE 'N' TO file-eof
    OPEN INPUT trailer-master-file
    IF trailer-master-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ trailer-master-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF trl-trailer NOT = SPACE
                   AND trl-max-weight NUMERIC
                   AND trl-max-count NUMERIC
                   AND trailer-count < 100
                    ADD 1 TO trailer-count
                    MOVE trl-trailer TO trailer-id(trailer-count)
                    MOVE trl-destination
                        TO trailer-destination(trailer-count)
                    MOVE trl-max-weight
                        TO trailer-max-weight(trailer-count)
                    MOVE trl-max-count
                        TO trailer-max-count(trailer-count)
                    MOVE 0 TO trailer-weight(trailer-count)
                    MOVE 0 TO trailer-pieces(trailer-count)
                    MOVE SPACE TO trailer-load-number(trailer-count)
                END-IF
        END-READ
    END-PERFORM
    IF trailer-master-status = "00" OR trailer-master-status = "10"
        CLOSE trailer-master-file
    END-IF.

LOAD-WAREHOUSE-PALLETS.
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
                EVALUATE TRUE
                    WHEN wp-record-type = 'P'
                         AND wp-uuid NOT = SPACE
                        PERFORM LOAD-ONE-WAREHOUSE-PALLET
                    WHEN wm-record-type = 'M'
                         AND wm-uuid NOT = SPACE
                        PERFORM LOAD-ONE-PALLET-MEMBER
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF warehouse-status = "00" OR warehouse-status = "10"
        CLOSE warehouse-file
    END-IF.

LOAD-ONE-WAREHOUSE-PALLET.
    IF pallet-unit-count < 2000
        ADD 1 TO pallet-unit-count
        MOVE wp-pallet-number TO pu-pallet-number(pallet-unit-count)
        MOVE wp-uuid TO pu-uuid(pallet-unit-count)
        MOVE SPACE TO pu-class(pallet-unit-count)
    ELSE
        DISPLAY "WARNING: more than 2000 pallets - pallet "
            wp-pallet-number " planned without its class"
    END-IF.

LOAD-ONE-PALLET-MEMBER.
    IF member-count < 10000
        ADD 1 TO member-count
        MOVE wm-pallet-number TO mbr-pallet-number(member-count)
        MOVE wm-batch-number TO mbr-batch-number(member-count)
        MOVE wm-uuid TO mbr-uuid(member-count)
        MOVE SPACE TO mbr-class(member-count)
        MOVE 0 TO mbr-weight(member-count)
    ELSE
        DISPLAY "WARNING: more than 10000 pallet members - "
            wm-uuid " not listed with pallet " wm-pallet-number
    END-IF.

LOAD-PALLET-CLASSES.
    MOVE 'N' TO file-eof
    IF pallet-unit-count = 0
        SET is-file-eof TO TRUE
    ELSE
        OPEN INPUT pallet-file
        IF pallet-status NOT = "00"
            SET is-file-eof TO TRUE
        END-IF
    END-IF
    PERFORM UNTIL is-file-eof
        READ pallet-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE pallet-uuid TO wp-uuid
                PERFORM FIND-PALLET-UNIT
                IF pallet-unit-found-at > 0
                    MOVE pallet-class TO pu-class(pallet-unit-found-at)
                END-IF
        END-READ
    END-PERFORM
    IF pallet-unit-count > 0
       AND (pallet-status = "00" OR pallet-status = "10")
        CLOSE pallet-file
    END-IF.

FIND-PALLET-UNIT.
    MOVE 0 TO pallet-unit-found-at
    PERFORM VARYING pallet-unit-scan FROM 1 BY 1
            UNTIL pallet-unit-scan > pallet-unit-count
        IF pu-uuid(pallet-unit-scan) = wp-uuid
            MOVE pallet-unit-scan TO pallet-unit-found-at
            MOVE pallet-unit-count TO pallet-unit-scan
        END-IF
    END-PERFORM.

FIND-PALLET-MEMBER.
    MOVE 0 TO member-found-at
    PERFORM VARYING member-scan FROM 1 BY 1
            UNTIL member-scan > member-count
        IF mbr-uuid(member-scan) = wd-uuid
            MOVE member-scan TO member-found-at
            MOVE member-count TO member-scan
        END-IF
    END-PERFORM.

FIND-CLASS-DESTINATION.
    MOVE default-destination TO container-destination
    PERFORM VARYING destination-scan FROM 1 BY 1
            UNTIL destination-scan > destination-count
        IF destination-class(destination-scan) = destination-lookup
            MOVE destination-code(destination-scan)
                TO container-destination
            MOVE destination-count TO destination-scan
        END-IF
    END-PERFORM.

RELEASE-WAREHOUSE-CONTAINERS.
    MOVE 'N' TO file-eof
    OPEN INPUT warehouse-file
    IF warehouse-status NOT = "00"
        DISPLAY "No warehouse extract to plan"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ warehouse-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN wh-record-type = 'H'
                         AND wh-business-date NUMERIC
                        MOVE wh-business-date TO business-date
                    WHEN wd-record-type = 'D'
                         AND wd-batch-number NUMERIC
                        PERFORM RELEASE-ONE-CONTAINER
                    WHEN wp-record-type = 'P'
                         AND wp-uuid NOT = SPACE
                        PERFORM RELEASE-ONE-PALLET
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF warehouse-status = "00" OR warehouse-status = "10"
        CLOSE warehouse-file
    END-IF.

RELEASE-ONE-CONTAINER.
    ADD 1 TO count-containers
    PERFORM FIND-PALLET-MEMBER
    IF member-found-at > 0
        MOVE wd-class TO mbr-class(member-found-at)
        IF wd-weight NUMERIC
            MOVE wd-weight TO mbr-weight(member-found-at)
        END-IF
    ELSE
        MOVE wd-class TO destination-lookup
        PERFORM FIND-CLASS-DESTINATION
        MOVE SPACE TO container-sort-record
        MOVE container-destination TO cons-destination
        MOVE wd-class TO cons-class
        MOVE wd-batch-number TO cons-batch-number
        MOVE wd-uuid TO cons-uuid
        IF wd-weight NUMERIC
            MOVE wd-weight TO cons-weight
        ELSE
            MOVE 0 TO cons-weight
        END-IF
        MOVE 'C' TO cons-unit-type
        MOVE SPACE TO cons-pallet-number
        MOVE 1 TO cons-pieces
        RELEASE container-sort-record
    END-IF.

RELEASE-ONE-PALLET.
    ADD 1 TO count-pallets
    PERFORM FIND-PALLET-UNIT
    MOVE SPACE TO destination-lookup
    IF pallet-unit-found-at > 0
        MOVE pu-class(pallet-unit-found-at) TO destination-lookup
    END-IF
    PERFORM FIND-CLASS-DESTINATION
    MOVE SPACE TO container-sort-record
    MOVE container-destination TO cons-destination
    MOVE destination-lookup TO cons-class
    MOVE 0 TO cons-batch-number
    MOVE wp-uuid TO cons-uuid
    IF wp-weight NUMERIC
        MOVE wp-weight TO cons-weight
    ELSE
        MOVE 0 TO cons-weight
    END-IF
    MOVE 'P' TO cons-unit-type
    MOVE wp-pallet-number TO cons-pallet-number
    IF wp-count NUMERIC
        MOVE wp-count TO cons-pieces
    ELSE
        MOVE 0 TO cons-pieces
    END-IF
    RELEASE container-sort-record.

PLAN-CONTAINERS.
    MOVE 'N' TO file-eof
    OPEN INPUT sorted-container-file
    OPEN OUTPUT load-plan-file
    PERFORM UNTIL is-file-eof
        READ sorted-container-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM PLAN-ONE-CONTAINER
        END-READ
    END-PERFORM
    CLOSE sorted-container-file
    CLOSE load-plan-file.

PLAN-ONE-CONTAINER.
    MOVE 0 TO trailer-chosen
    IF scon-destination NOT = SPACE
        PERFORM VARYING trailer-scan FROM 1 BY 1
                UNTIL trailer-scan > trailer-count
            IF trailer-destination(trailer-scan) = scon-destination
               AND trailer-pieces(trailer-scan) + scon-pieces
                   <= trailer-max-count(trailer-scan)
               AND trailer-weight(trailer-scan) + scon-weight
                   <= trailer-max-weight(trailer-scan)
                MOVE trailer-scan TO trailer-chosen
                MOVE trailer-count TO trailer-scan
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACE TO load-plan-record
    MOVE scon-destination TO plan-destination
    MOVE scon-batch-number TO plan-batch-number
    MOVE scon-uuid TO plan-uuid
    MOVE scon-class TO plan-class
    MOVE scon-weight TO plan-weight
    MOVE scon-unit-type TO plan-unit-type
    MOVE scon-pallet-number TO plan-pallet-number
    MOVE scon-pieces TO plan-pieces
    IF trailer-chosen = 0
        ADD scon-pieces TO count-unplanned
        MOVE "UNPLANNED" TO plan-load-number
        MOVE SPACE TO plan-trailer
        IF scon-unit-type = 'P'
            DISPLAY "UNPLANNED: pallet " scon-pallet-number " "
                scon-uuid " class " scon-class " destination "
                scon-destination " - no trailer capacity"
        ELSE
            DISPLAY "UNPLANNED: batch " scon-batch-number " "
                scon-uuid " class " scon-class " destination "
                scon-destination " - no trailer capacity"
        END-IF
    ELSE
        ADD scon-pieces TO count-planned
        IF trailer-load-number(trailer-chosen) = SPACE
            ADD 1 TO load-sequence
            ADD 1 TO count-loads
            STRING "L" business-date(3:6) load-sequence
                DELIMITED BY SIZE
                INTO trailer-load-number(trailer-chosen)
            END-STRING
        END-IF
        ADD scon-pieces TO trailer-pieces(trailer-chosen)
        ADD scon-weight TO trailer-weight(trailer-chosen)
        MOVE trailer-load-number(trailer-chosen) TO plan-load-number
        MOVE trailer-id(trailer-chosen) TO plan-trailer
        IF scon-unit-type NOT = 'P'
            PERFORM ADD-LOAD-ENTRY
        END-IF
    END-IF
    WRITE load-plan-record
    IF scon-unit-type = 'P'
        PERFORM VARYING member-scan FROM 1 BY 1
                UNTIL member-scan > member-count
            IF mbr-pallet-number(member-scan) = scon-pallet-number
                PERFORM PLAN-ONE-PALLET-MEMBER
            END-IF
        END-PERFORM
    END-IF.

PLAN-ONE-PALLET-MEMBER.
    MOVE mbr-batch-number(member-scan) TO plan-batch-number
    MOVE mbr-uuid(member-scan) TO plan-uuid
    MOVE mbr-class(member-scan) TO plan-class
    MOVE mbr-weight(member-scan) TO plan-weight
    MOVE 'M' TO plan-unit-type
    MOVE 1 TO plan-pieces
    IF trailer-chosen > 0
        PERFORM ADD-LOAD-ENTRY
    END-IF
    WRITE load-plan-record.

ADD-LOAD-ENTRY.
    IF load-count < 10000
        ADD 1 TO load-count
        MOVE plan-batch-number TO load-batch-number(load-count)
        MOVE plan-uuid TO load-uuid(load-count)
        MOVE plan-load-number TO load-number(load-count)
    END-IF.

WRITE-BILLS-OF-LADING.
    MOVE 'N' TO file-eof
    MOVE 'N' TO lading-open
    OPEN INPUT sorted-plan-file
    OPEN OUTPUT lading-file
    PERFORM UNTIL is-file-eof
        READ sorted-plan-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF splan-load-number NOT = "UNPLANNED"
                    IF NOT is-lading-open
                       OR splan-load-number NOT = prior-load-number
                        IF is-lading-open
                            PERFORM CLOSE-BILL-OF-LADING
                        END-IF
                        PERFORM OPEN-BILL-OF-LADING
                    END-IF
                    PERFORM WRITE-LADING-CONTAINER
                END-IF
        END-READ
    END-PERFORM
    IF is-lading-open
        PERFORM CLOSE-BILL-OF-LADING
    END-IF
    CLOSE sorted-plan-file
    CLOSE lading-file.

OPEN-BILL-OF-LADING.
    SET is-lading-open TO TRUE
    MOVE splan-load-number TO prior-load-number
    MOVE splan-trailer TO lading-trailer
    MOVE splan-destination TO lading-destination
    MOVE 0 TO lading-pieces
    MOVE 0 TO lading-pallets
    MOVE 0 TO lading-weight
    MOVE "BILL OF LADING" TO lading-line
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    STRING "Load number:  " splan-load-number
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    STRING "Trailer:      " splan-trailer
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    STRING "Destination:  " splan-destination
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    STRING "Ship date:    " business-date
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    STRING "  Batch  Container                             "
        "Class           Weight"
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    MOVE ALL "-" TO lading-line
    PERFORM WRITE-LADING-LINE.

WRITE-LADING-CONTAINER.
    MOVE SPACE TO lading-line
    EVALUATE splan-unit-type
        WHEN 'P'
            ADD 1 TO lading-pallets
            ADD splan-weight TO lading-weight
            STRING "  " splan-pallet-number " " splan-uuid "  "
                splan-class " " splan-weight " pallet of "
                splan-pieces
                DELIMITED BY SIZE INTO lading-line
            END-STRING
        WHEN 'M'
            ADD 1 TO lading-pieces
            STRING "  " splan-batch-number " " splan-uuid "  "
                splan-class " " splan-weight " on "
                splan-pallet-number
                DELIMITED BY SIZE INTO lading-line
            END-STRING
        WHEN OTHER
            ADD 1 TO lading-pieces
            ADD splan-weight TO lading-weight
            STRING "  " splan-batch-number " " splan-uuid "  "
                splan-class " " splan-weight
                DELIMITED BY SIZE INTO lading-line
            END-STRING
    END-EVALUATE
    PERFORM WRITE-LADING-LINE.

CLOSE-BILL-OF-LADING.
    MOVE ALL "-" TO lading-line
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    STRING "Piece count:  " lading-pieces
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    IF lading-pallets > 0
        MOVE SPACE TO lading-line
        STRING "Pallets:      " lading-pallets
            DELIMITED BY SIZE INTO lading-line
        END-STRING
        PERFORM WRITE-LADING-LINE
    END-IF
    MOVE SPACE TO lading-line
    STRING "Total weight: " lading-weight
        DELIMITED BY SIZE INTO lading-line
    END-STRING
    PERFORM WRITE-LADING-LINE
    MOVE SPACE TO lading-line
    PERFORM WRITE-LADING-LINE.

TAG-SHIPMENT-REGISTER.
    MOVE 'N' TO file-eof
    OPEN INPUT shipment-file
    IF shipment-status NOT = "00"
        SET is-file-eof TO TRUE
    ELSE
        OPEN OUTPUT work-file
    END-IF
    PERFORM UNTIL is-file-eof
        READ shipment-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM TAG-ONE-SHIPMENT
                MOVE shipment-record TO work-record
                WRITE work-record
        END-READ
    END-PERFORM
    IF shipment-status = "00" OR shipment-status = "10"
        CLOSE shipment-file
        CLOSE work-file
        PERFORM REWRITE-SHIPMENTS-FROM-WORK
    END-IF.

TAG-ONE-SHIPMENT.
    MOVE 'N' TO load-found
    PERFORM VARYING load-scan FROM 1 BY 1
            UNTIL load-scan > load-count
        IF load-uuid(load-scan) = ship-uuid
           AND load-batch-number(load-scan) = ship-batch-number
            SET is-load-found TO TRUE
            MOVE SPACE TO ship-separator-3
            MOVE load-number(load-scan) TO ship-load-number
            ADD 1 TO count-tagged
            MOVE load-count TO load-scan
        END-IF
    END-PERFORM
    IF NOT is-load-found
       AND ship-date = business-date
        MOVE SPACE TO ship-load-number
    END-IF.

REWRITE-SHIPMENTS-FROM-WORK.
    MOVE 'N' TO file-eof
    OPEN INPUT work-file
    OPEN OUTPUT shipment-file
    PERFORM UNTIL is-file-eof
        READ work-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE work-record TO shipment-record
                WRITE shipment-record
        END-READ
    END-PERFORM
    CLOSE work-file
    CLOSE shipment-file.

WRITE-LADING-LINE.
    WRITE lading-line
    DISPLAY lading-line.
