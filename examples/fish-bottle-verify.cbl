IDENTIFICATION DIVISION.
PROGRAM-ID.  fish-bottle-verify.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT run-control-file ASSIGN TO "fish-bottle-runctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-control-status.
    SELECT archive-control-file
        ASSIGN TO "fish-bottle-archive-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-control-status.
    SELECT archive-manifest-file
        ASSIGN TO "fish-bottle-archive-manifest.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-manifest-status.
    SELECT audit-source-file ASSIGN TO DYNAMIC source-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-source-status.
    SELECT issued-source-file ASSIGN TO DYNAMIC source-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS issued-source-status.
    SELECT index-file ASSIGN TO "fish-bottle-audit-index.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS index-rel-key
        FILE STATUS IS index-status-code.
    SELECT count-file ASSIGN TO "fish-bottle-audit-counts.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS count-rel-key
        FILE STATUS IS count-status-code.
    SELECT master-file ASSIGN TO "uuid-master.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS master-rel-key
        FILE STATUS IS master-status-code.
    SELECT batch-index-file ASSIGN TO "fish-bottle-batch-index.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS batch-relative-key
        FILE STATUS IS batch-index-status.
    SELECT batch-in-file ASSIGN TO "fish-bottle-batch-in.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS batch-in-status.
    SELECT reject-file ASSIGN TO "fish-bottle-reject.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reject-status.
    SELECT correction-log-file
        ASSIGN TO "fish-bottle-correction-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS correction-log-status.
    SELECT resubmit-log-file ASSIGN TO "fish-bottle-resubmit-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS resubmit-log-status.
    SELECT rework-log-file ASSIGN TO "fish-bottle-rework-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rework-log-status.
    SELECT dup-suspect-file ASSIGN TO "fish-bottle-dup-suspects.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-suspect-status.
    SELECT key-sort-file ASSIGN TO "fish-bottle-verify-key.tmp".
    SELECT sorted-key-file ASSIGN TO "fish-bottle-verify-keys.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-key-status.
    SELECT expected-index-file ASSIGN TO "fish-bottle-verify-expect.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS expected-index-status.
    SELECT index-sort-file ASSIGN TO "fish-bottle-verify-index.tmp".
    SELECT sorted-index-file ASSIGN TO "fish-bottle-verify-index.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-index-status.
    SELECT uuid-expected-file ASSIGN TO "fish-bottle-verify-uuids.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS uuid-expected-status.
    SELECT issued-sort-file ASSIGN TO "fish-bottle-verify-issued.tmp".
    SELECT sorted-issued-file ASSIGN TO "fish-bottle-verify-issued.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-issued-status.
    SELECT master-sort-file ASSIGN TO "fish-bottle-verify-master.tmp".
    SELECT sorted-master-file ASSIGN TO "fish-bottle-verify-master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-master-status.
    SELECT manifest-sort-file ASSIGN TO "fish-bottle-verify-manif.tmp".
    SELECT sorted-manifest-file ASSIGN TO "fish-bottle-verify-manif.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sorted-manifest-status.
    SELECT kept-index-file ASSIGN TO "fish-bottle-verify-kept.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS kept-index-status.
    SELECT verify-report-file ASSIGN TO "fish-bottle-verify.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS verify-report-status.

DATA DIVISION.
FILE SECTION.
FD  run-control-file.
01  run-control-record.
    05 runctl-business-date  pic 9(8).
    05 runctl-separator-1    pic x.
    05 runctl-input-count    pic 9(6).
    05 runctl-separator-2    pic x.
    05 runctl-checksum       pic 9(9).
    05 runctl-separator-3    pic x.
    05 runctl-status         pic x.
    05 runctl-separator-4    pic x.
    05 runctl-run-start      pic 9(14).
    05 runctl-separator-5    pic x.
    05 runctl-segment        pic 9(2).

FD  archive-control-file.
01  archive-control-record.
    05 ctl-retention-months  pic 9(3).

FD  archive-manifest-file.
01  archive-manifest-line.
    05 mft-run-date          pic 9(8).
    05 mft-separator-1       pic x.
    05 mft-source-name       pic x(30).
    05 mft-separator-2       pic x.
    05 mft-archive-name      pic x(30).
    05 mft-separator-3       pic x.
    05 mft-archived-count    pic 9(6).
    05 mft-separator-4       pic x.
    05 mft-purged-count      pic 9(6).
    05 mft-separator-5       pic x.
    05 mft-kept-count        pic 9(6).

FD  audit-source-file.
01  audit-record.
    COPY "fbaudit.cpy".

FD  issued-source-file.
01  issued-record            pic x(100).

FD  index-file.
01  index-record.
    05 aix-key               pic x(37).
    05 aix-separator-1       pic x.
    05 aix-image             pic x(120).

FD  count-file.
01  count-record.
    COPY "fbhist.cpy"
        REPLACING ==hist-date==        BY ==acnt-date==
                  ==hist-separator-1== BY ==acnt-separator-1==
                  ==hist-fish-bottle== BY ==acnt-fish-bottle==
                  ==hist-separator-2== BY ==acnt-separator-2==
                  ==hist-bottle==      BY ==acnt-bottle==
                  ==hist-separator-3== BY ==acnt-separator-3==
                  ==hist-fish==        BY ==acnt-fish==
                  ==hist-separator-4== BY ==acnt-separator-4==
                  ==hist-splash==      BY ==acnt-splash==
                  ==hist-separator-5== BY ==acnt-separator-5==
                  ==hist-other==       BY ==acnt-other==
                  ==hist-separator-6== BY ==acnt-separator-6==
                  ==hist-rejected==    BY ==acnt-rejected==.

FD  master-file.
01  master-record.
    COPY "lblmstr.cpy".

FD  batch-index-file.
01  batch-index-record.
    COPY "fbmanif.cpy"
        REPLACING ==manifest-batch-number== BY ==index-batch-number==
                  ==manifest-separator-1==  BY ==index-separator-1==
                  ==manifest-plant-code==   BY ==index-plant-code==
                  ==manifest-separator-2==  BY ==index-separator-2==
                  ==manifest-line-number==  BY ==index-line-number==
                  ==manifest-separator-3==  BY ==index-separator-3==
                  ==manifest-gross-weight== BY ==index-gross-weight==.

FD  batch-in-file.
01  batch-in-record.
    COPY "fbmanif.cpy".

FD  reject-file.
01  reject-record.
    05 reject-batch-input    pic x(6).
    05 reject-separator      pic x.
    05 reject-reason         pic x(30).

FD  correction-log-file.
01  correction-log-record.
    05 clog-batch            pic x(6).
    05 clog-separator-1      pic x.
    05 clog-plant            pic x(3).
    05 clog-separator-2      pic x.
    05 clog-field            pic x.
    05 clog-separator-3      pic x.
    05 clog-old-value        pic x(6).
    05 clog-separator-4      pic x.
    05 clog-new-value        pic x(6).
    05 clog-separator-5      pic x.
    05 clog-date             pic 9(8).

FD  resubmit-log-file.
01  resubmit-log-record.
    05 rlog-original         pic x(6).
    05 rlog-separator-1      pic x.
    05 rlog-corrected        pic x(6).
    05 rlog-separator-2      pic x.
    05 rlog-date             pic 9(8).
    05 rlog-separator-3      pic x.
    05 rlog-state            pic x.

FD  rework-log-file.
01  rework-log-record.
    05 rwlog-batch           pic x(6).
    05 rwlog-separator-1     pic x.
    05 rwlog-return-date     pic 9(8).
    05 rwlog-separator-2     pic x.
    05 rwlog-processed-date  pic 9(8).
    05 rwlog-separator-3     pic x.
    05 rwlog-state           pic x.

FD  dup-suspect-file.
01  dup-suspect-record.
    COPY "fbdupq.cpy".

SD  key-sort-file.
01  key-sort-record.
    05 ksrt-key              pic x(37).
    05 ksrt-sequence         pic 9(9).
    05 ksrt-image            pic x(120).

FD  sorted-key-file.
01  sorted-key-record.
    05 skey-key              pic x(37).
    05 skey-sequence         pic 9(9).
    05 skey-image            pic x(120).

FD  expected-index-file.
01  expected-index-record.
    05 xidx-key              pic x(37).
    05 xidx-separator-1      pic x.
    05 xidx-image            pic x(120).

SD  index-sort-file.
01  index-sort-record.
    05 isrt-key              pic x(37).
    05 isrt-separator-1      pic x.
    05 isrt-image            pic x(120).

FD  sorted-index-file.
01  sorted-index-record.
    05 sidx-key              pic x(37).
    05 sidx-separator-1      pic x.
    05 sidx-image            pic x(120).

FD  uuid-expected-file.
01  uuid-expected-record.
    05 uexp-uuid             pic x(36).
    05 uexp-separator-1      pic x.
    05 uexp-classification   pic x(15).
    05 uexp-separator-2      pic x.
    05 uexp-batch-number     pic x(6).
    05 uexp-separator-3      pic x.
    05 uexp-hold             pic x.

SD  issued-sort-file.
01  issued-sort-record.
    05 iss-uuid              pic x(36).
    05 iss-kind              pic x.

FD  sorted-issued-file.
01  sorted-issued-record.
    05 siss-uuid             pic x(36).
    05 siss-kind             pic x.

SD  master-sort-file.
01  master-sort-record.
    05 msrt-uuid             pic x(36).
    05 msrt-rest             pic x(51).

FD  sorted-master-file.
01  sorted-master-record.
    COPY "lblmstr.cpy"
        REPLACING ==master-uuid==         BY ==smst-uuid==
                  ==master-separator-1==  BY ==smst-separator-1==
                  ==master-status==       BY ==smst-status==
                  ==master-separator-2==  BY ==smst-separator-2==
                  ==master-batch-number== BY ==smst-batch-number==
                  ==master-separator-3==  BY ==smst-separator-3==
                  ==master-date==         BY ==smst-date==
                  ==master-year==         BY ==smst-year==
                  ==master-month==        BY ==smst-month==
                  ==master-day==          BY ==smst-day==
                  ==master-separator-4==  BY ==smst-separator-4==
                  ==master-time==         BY ==smst-time==
                  ==master-hours==        BY ==smst-hours==
                  ==master-minute==       BY ==smst-minute==
                  ==master-second==       BY ==smst-second==
                  ==master-separator-5==  BY ==smst-separator-5==
                  ==master-reason==       BY ==smst-reason==
                  ==master-separator-6==  BY ==smst-separator-6==
                  ==master-operator==     BY ==smst-operator==.

SD  manifest-sort-file.
01  manifest-sort-record     pic 9(6).

FD  sorted-manifest-file.
01  sorted-manifest-record   pic 9(6).

FD  kept-index-file.
01  kept-index-record.
    05 kept-type             pic x.
    05 kept-slot             pic 9(6).
    05 kept-data             pic x(158).

FD  verify-report-file.
01  verify-report-line       pic x(120).

WORKING-STORAGE SECTION.
    01 run-control-status    pic xx.
    01 archive-control-status pic xx.
    01 archive-manifest-status pic xx.
    01 audit-source-status   pic xx.
    01 issued-source-status  pic xx.
    01 index-status-code     pic xx.
    01 count-status-code     pic xx.
    01 master-status-code    pic xx.
    01 batch-index-status    pic xx.
    01 batch-in-status       pic xx.
    01 reject-status         pic xx.
    01 correction-log-status pic xx.
    01 resubmit-log-status   pic xx.
    01 rework-log-status     pic xx.
    01 dup-suspect-status    pic xx.
    01 sorted-key-status     pic xx.
    01 expected-index-status pic xx.
    01 sorted-index-status   pic xx.
    01 uuid-expected-status  pic xx.
    01 sorted-issued-status  pic xx.
    01 sorted-master-status  pic xx.
    01 sorted-manifest-status pic xx.
    01 kept-index-status     pic xx.
    01 verify-report-status  pic xx.

    01 file-eof              pic x value 'N'.
        88 is-file-eof value 'Y'.
    01 key-eof               pic x value 'N'.
        88 is-key-eof value 'Y'.
    01 expected-eof          pic x value 'N'.
        88 is-expected-eof value 'Y'.
    01 actual-eof            pic x value 'N'.
        88 is-actual-eof value 'Y'.
    01 issued-eof            pic x value 'N'.
        88 is-issued-eof value 'Y'.
    01 uexp-eof              pic x value 'N'.
        88 is-uexp-eof value 'Y'.
    01 smst-eof              pic x value 'N'.
        88 is-smst-eof value 'Y'.

    01 mode-arg              pic x(8) value space.
    01 target-arg            pic x(12) value space.
    01 operator-arg          pic x(4) value space.
    01 required-action       pic x value 'K'.
    01 operator-allowed      pic x value 'N'.
        88 is-operator-allowed value 'Y'.
    01 operator-name         pic x(20) value space.
    01 nightly-flag          pic x value 'N'.
        88 is-nightly-run value 'Y'.
    01 rebuild-flag          pic x value 'N'.
        88 is-rebuild value 'Y'.

    01 today-data.
        05 today-date        pic 9(8).
        05 today-date-parts REDEFINES today-date.
            10 today-year    pic 9(4).
            10 today-month   pic 9(2).
            10 today-day     pic 9(2).
        05 today-time        pic 9(6).
        05 today-rest        pic x(7).
    01 business-date         pic 9(8) value 0.
    01 retention-months      pic 9(3) value 24.
    01 retention-cutoff      pic 9(6) value 0.
    01 month-total           pic 9(7) value 0.
    01 year-work             pic 9(5) value 0.
    01 month-work            pic 9(3) value 0.
    01 entry-period          pic 9(6) value 0.

    01 source-file-name      pic x(30) value space.
    01 audit-source-table.
        05 audit-source-count    pic 9(2) value 0.
        05 audit-source-name OCCURS 40 TIMES pic x(30).
    01 issued-source-table.
        05 issued-source-count   pic 9(2) value 0.
        05 issued-source-entry OCCURS 80 TIMES.
            10 issued-source-name    pic x(30).
            10 issued-source-kind    pic x.
    01 issued-kind           pic x value 'G'.
    01 source-scan           pic 9(2) value 0.
    01 source-known          pic x value 'N'.
        88 is-source-known value 'Y'.

    01 release-sequence      pic 9(9) value 0.
    01 image-work.
        COPY "fbaudit.cpy"
            REPLACING ==audit-batch-number==   BY ==img-batch-number==
                      ==audit-separator-1==    BY ==img-separator-1==
                      ==audit-classification== BY ==img-classification==
                      ==audit-separator-2==    BY ==img-separator-2==
                      ==audit-uuid==           BY ==img-uuid==
                      ==audit-separator-3==    BY ==img-separator-3==
                      ==audit-date==           BY ==img-date==
                      ==audit-year==           BY ==img-year==
                      ==audit-month==          BY ==img-month==
                      ==audit-day==            BY ==img-day==
                      ==audit-separator-4==    BY ==img-separator-4==
                      ==audit-time==           BY ==img-time==
                      ==audit-hours==          BY ==img-hours==
                      ==audit-minute==         BY ==img-minute==
                      ==audit-second==         BY ==img-second==
                      ==audit-separator-5==    BY ==img-separator-5==
                      ==audit-shift==          BY ==img-shift==
                      ==audit-separator-6==    BY ==img-separator-6==
                      ==audit-plant==          BY ==img-plant==
                      ==audit-separator-7==    BY ==img-separator-7==
                      ==audit-run-id==         BY ==img-run-id==
                      ==audit-separator-8==    BY ==img-separator-8==
                      ==audit-operator==       BY ==img-operator==
                      ==audit-separator-9==    BY ==img-separator-9==
                      ==audit-hold==           BY ==img-hold==.
    01 prior-image           pic x(120) value space.
    01 prior-image-found     pic x value 'N'.
        88 is-prior-image-found value 'Y'.
    01 group-key             pic x(37) value space.
    01 group-image           pic x(120) value space.
    01 expected-key          pic x(37) value space.
    01 actual-key            pic x(37) value space.

    01 aix-action            pic x value 'U'.
    01 aix-found             pic x value 'N'.
    01 aix-record.
        COPY "fbaudit.cpy"
            REPLACING ==audit-batch-number==   BY ==rix-batch-number==
                      ==audit-separator-1==    BY ==rix-separator-1==
                      ==audit-classification== BY ==rix-classification==
                      ==audit-separator-2==    BY ==rix-separator-2==
                      ==audit-uuid==           BY ==rix-uuid==
                      ==audit-separator-3==    BY ==rix-separator-3==
                      ==audit-date==           BY ==rix-date==
                      ==audit-year==           BY ==rix-year==
                      ==audit-month==          BY ==rix-month==
                      ==audit-day==            BY ==rix-day==
                      ==audit-separator-4==    BY ==rix-separator-4==
                      ==audit-time==           BY ==rix-time==
                      ==audit-hours==          BY ==rix-hours==
                      ==audit-minute==         BY ==rix-minute==
                      ==audit-second==         BY ==rix-second==
                      ==audit-separator-5==    BY ==rix-separator-5==
                      ==audit-shift==          BY ==rix-shift==
                      ==audit-separator-6==    BY ==rix-separator-6==
                      ==audit-plant==          BY ==rix-plant==
                      ==audit-separator-7==    BY ==rix-separator-7==
                      ==audit-run-id==         BY ==rix-run-id==
                      ==audit-separator-8==    BY ==rix-separator-8==
                      ==audit-operator==       BY ==rix-operator==
                      ==audit-separator-9==    BY ==rix-separator-9==
                      ==audit-hold==           BY ==rix-hold==.
    01 aix-counts-work       pic x(50).

    01 count-table.
        05 count-entries     pic 9(4) value 0.
        05 count-entry OCCURS 4000 TIMES.
            10 cnt-date              pic 9(8).
            10 cnt-value OCCURS 6 TIMES pic s9(7).
            10 cnt-seen              pic x.
    01 count-scan            pic 9(4) value 0.
    01 count-index           pic 9(4) value 0.
    01 count-date            pic 9(8) value 0.
    01 count-class           pic x(15) value space.
    01 count-class-index     pic 9 value 0.
    01 count-delta           pic s9 value +1.
    01 count-field-scan      pic 9 value 0.
    01 expected-count        pic 9(6) value 0.
    01 actual-counts.
        05 actual-count OCCURS 6 TIMES pic 9(6).
    01 count-all-zero        pic x value 'Y'.
        88 is-count-all-zero value 'Y'.
    01 count-class-names.
        05 filler            pic x(11) value "fish-bottle".
        05 filler            pic x(11) value "bottle".
        05 filler            pic x(11) value "fish".
        05 filler            pic x(11) value "splash".
        05 filler            pic x(11) value "other".
        05 filler            pic x(11) value "REJECTED".
    01 count-class-table REDEFINES count-class-names.
        05 count-class-name OCCURS 6 TIMES pic x(11).

    01 master-rel-key        pic 9(6).
    01 master-slot-count     pic 9(6) value 99991.
    01 index-rel-key         pic 9(6).
    01 index-slot-count      pic 9(6) value 99991.
    01 count-rel-key         pic 9(6).
    01 count-slot-count      pic 9(6) value 9973.
    01 saved-record          pic x(158).
    01 batch-relative-key    pic 9(6).
    01 hash-work             pic 9(9) comp.
    01 hash-index            pic 99 comp.
    01 probe-count           pic 9(3).
    01 slot-state            pic x.
        88 slot-searching value 'S'.
        88 slot-found value 'F'.
        88 slot-empty value 'E'.
        88 slot-exhausted value 'X'.

    01 current-uuid          pic x(36) value space.
    01 issued-key            pic x(36) value space.
    01 prior-issued          pic x(36) value space.
    01 uexp-key              pic x(36) value space.
    01 smst-key              pic x(36) value space.
    01 in-issued             pic x value 'N'.
    01 in-expected           pic x value 'N'.
    01 in-master             pic x value 'N'.
    01 master-duplicates     pic 9(3) value 0.
    01 master-period         pic 9(6) value 0.
    01 held-expected.
        05 held-class        pic x(15).
        05 held-batch        pic x(6).
        05 held-hold         pic x.
    01 held-master           pic x(87) value space.
    01 new-master.
        COPY "lblmstr.cpy"
            REPLACING ==master-uuid==         BY ==nmst-uuid==
                      ==master-separator-1==  BY ==nmst-separator-1==
                      ==master-status==       BY ==nmst-status==
                      ==master-separator-2==  BY ==nmst-separator-2==
                      ==master-batch-number== BY ==nmst-batch-number==
                      ==master-separator-3==  BY ==nmst-separator-3==
                      ==master-date==         BY ==nmst-date==
                      ==master-year==         BY ==nmst-year==
                      ==master-month==        BY ==nmst-month==
                      ==master-day==          BY ==nmst-day==
                      ==master-separator-4==  BY ==nmst-separator-4==
                      ==master-time==         BY ==nmst-time==
                      ==master-hours==        BY ==nmst-hours==
                      ==master-minute==       BY ==nmst-minute==
                      ==master-second==       BY ==nmst-second==
                      ==master-separator-5==  BY ==nmst-separator-5==
                      ==master-reason==       BY ==nmst-reason==
                      ==master-separator-6==  BY ==nmst-separator-6==
                      ==master-operator==     BY ==nmst-operator==.

    01 reject-table.
        05 reject-count      pic 9(4) value 0.
        05 reject-entry OCCURS 5000 TIMES.
            10 rejected-batch        pic x(6).
            10 rejected-duplicate    pic x.
    01 correction-table.
        05 correction-count  pic 9(4) value 0.
        05 correction-entry OCCURS 2000 TIMES.
            10 corrected-batch       pic x(6).
            10 corrected-field       pic x.
            10 corrected-value       pic x(6).
    01 side-table.
        05 side-count        pic 9(4) value 0.
        05 side-batch OCCURS 2000 TIMES pic x(6).
    01 table-scan            pic 9(4) value 0.
    01 batch-rejected        pic x value 'N'.
        88 is-batch-rejected value 'Y'.
    01 batch-duplicate-only  pic x value 'Y'.
        88 is-batch-duplicate-only value 'Y'.
    01 batch-from-side       pic x value 'N'.
        88 is-batch-from-side value 'Y'.
    01 lookup-batch          pic x(6) value space.
    01 expected-manifest.
        COPY "fbmanif.cpy"
            REPLACING ==manifest-batch-number== BY ==xman-batch-number==
                      ==manifest-separator-1==  BY ==xman-separator-1==
                      ==manifest-plant-code==   BY ==xman-plant-code==
                      ==manifest-separator-2==  BY ==xman-separator-2==
                      ==manifest-line-number==  BY ==xman-line-number==
                      ==manifest-separator-3==  BY ==xman-separator-3==
                      ==manifest-gross-weight== BY ==xman-gross-weight==.
    01 manifest-key          pic 9(6) value 0.
    01 manifest-eof          pic x value 'N'.
        88 is-manifest-eof value 'Y'.
    01 index-open            pic x value 'N'.
        88 is-index-open value 'Y'.
    01 index-found           pic x value 'N'.
        88 is-index-found value 'Y'.
    01 matched-key           pic x(37) value space.

    01 drift-file            pic x(12) value space.
    01 drift-kind            pic x(9) value space.
    01 drift-entry           pic x(37) value space.
    01 drift-detail          pic x(40) value space.
    01 total-drift           pic 9(6) value 0.
    01 file-drift            pic 9(6) value 0.
    01 file-checked          pic 9(7) value 0.
    01 file-retired          pic 9(7) value 0.
    01 rebuild-written       pic 9(7) value 0.
    01 rebuild-dropped       pic 9(7) value 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO today-data
    MOVE 0 TO total-drift
    MOVE 'N' TO nightly-flag
    MOVE 'N' TO rebuild-flag
    MOVE SPACE TO mode-arg
    MOVE SPACE TO target-arg
    MOVE SPACE TO operator-arg
    ACCEPT mode-arg FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(mode-arg) TO mode-arg
    EVALUATE mode-arg
        WHEN SPACE
            SET is-nightly-run TO TRUE
            MOVE "ALL" TO target-arg
        WHEN "VERIFY"
            ACCEPT target-arg FROM ARGUMENT-VALUE
            IF target-arg = SPACE
                MOVE "ALL" TO target-arg
            END-IF
        WHEN "REBUILD"
            SET is-rebuild TO TRUE
            ACCEPT operator-arg FROM ARGUMENT-VALUE
            ACCEPT target-arg FROM ARGUMENT-VALUE
        WHEN OTHER
            PERFORM SHOW-VERIFY-USAGE
            GOBACK
    END-EVALUATE
    MOVE FUNCTION UPPER-CASE(target-arg) TO target-arg
    IF target-arg NOT = "ALL" AND target-arg NOT = "AUDIT-INDEX"
       AND target-arg NOT = "AUDIT-COUNTS"
       AND target-arg NOT = "UUID-MASTER"
       AND target-arg NOT = "BATCH-INDEX"
        PERFORM SHOW-VERIFY-USAGE
        GOBACK
    END-IF
    IF is-rebuild
        MOVE 'N' TO operator-allowed
        CALL 'fish-bottle-operator' USING operator-arg required-action
            operator-allowed operator-name
        IF NOT is-operator-allowed
            DISPLAY "REBUILD refused - operator " operator-arg
                " is not authorized to rebuild keyed files"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF
    PERFORM READ-BUSINESS-DATE
    PERFORM LOAD-RETENTION-CUTOFF
    PERFORM LOAD-SOURCE-FILE-LISTS
    IF is-rebuild
        PERFORM REBUILD-KEYED-FILES
    END-IF
    PERFORM VERIFY-KEYED-FILES
    GOBACK.

SHOW-VERIFY-USAGE.
    DISPLAY "Usage: fish-bottle-verify [VERIFY [file]]"
    DISPLAY "       fish-bottle-verify REBUILD <operator> <file>"
    DISPLAY "  file: AUDIT-INDEX AUDIT-COUNTS UUID-MASTER BATCH-INDEX"
        " ALL"
    MOVE 8 TO RETURN-CODE.

READ-BUSINESS-DATE.
    MOVE today-date TO business-date
    OPEN INPUT run-control-file
    IF run-control-status = "00"
        READ run-control-file
        IF run-control-status = "00"
           AND runctl-business-date NUMERIC
           AND runctl-business-date > 0
            MOVE runctl-business-date TO business-date
        END-IF
        CLOSE run-control-file
    END-IF.

LOAD-RETENTION-CUTOFF.
    MOVE 24 TO retention-months
    OPEN INPUT archive-control-file
    IF archive-control-status = "00"
        READ archive-control-file
        IF archive-control-status = "00"
           AND ctl-retention-months NUMERIC
           AND ctl-retention-months > 0
            MOVE ctl-retention-months TO retention-months
        END-IF
        CLOSE archive-control-file
    END-IF
    COMPUTE month-total = today-year * 12 + today-month - 1
        - retention-months
    COMPUTE year-work = month-total / 12
    COMPUTE month-work = month-total - year-work * 12 + 1
    COMPUTE retention-cutoff = year-work * 100 + month-work.

LOAD-SOURCE-FILE-LISTS.
    MOVE 0 TO audit-source-count
    MOVE 0 TO issued-source-count
    MOVE 'N' TO file-eof
    OPEN INPUT archive-manifest-file
    IF archive-manifest-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ archive-manifest-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                EVALUATE mft-source-name
                    WHEN "fish-bottle-audit.dat"
                        PERFORM ADD-AUDIT-SOURCE
                    WHEN "uuid-issued.dat"
                        MOVE 'G' TO issued-kind
                        PERFORM ADD-ISSUED-SOURCE
                    WHEN "uuid-labels.dat"
                        MOVE 'P' TO issued-kind
                        PERFORM ADD-ISSUED-SOURCE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF archive-manifest-status = "00" OR archive-manifest-status = "10"
        CLOSE archive-manifest-file
    END-IF
    MOVE "fish-bottle-audit.dat" TO mft-archive-name
    PERFORM ADD-AUDIT-SOURCE
    MOVE "uuid-issued.dat" TO mft-archive-name
    MOVE 'G' TO issued-kind
    PERFORM ADD-ISSUED-SOURCE
    MOVE "uuid-labels.dat" TO mft-archive-name
    MOVE 'P' TO issued-kind
    PERFORM ADD-ISSUED-SOURCE
    MOVE "fish-bottle-pallets.dat" TO mft-archive-name
    MOVE 'L' TO issued-kind
    PERFORM ADD-ISSUED-SOURCE.

ADD-AUDIT-SOURCE.
    MOVE 'N' TO source-known
    PERFORM VARYING source-scan FROM 1 BY 1
            UNTIL source-scan > audit-source-count
        IF audit-source-name(source-scan) = mft-archive-name
            SET is-source-known TO TRUE
        END-IF
    END-PERFORM
    IF NOT is-source-known AND audit-source-count < 40
        ADD 1 TO audit-source-count
        MOVE mft-archive-name TO audit-source-name(audit-source-count)
    END-IF.

ADD-ISSUED-SOURCE.
    MOVE 'N' TO source-known
    PERFORM VARYING source-scan FROM 1 BY 1
            UNTIL source-scan > issued-source-count
        IF issued-source-name(source-scan) = mft-archive-name
            SET is-source-known TO TRUE
        END-IF
    END-PERFORM
    IF NOT is-source-known AND issued-source-count < 80
        ADD 1 TO issued-source-count
        MOVE mft-archive-name TO issued-source-name(issued-source-count)
        MOVE issued-kind TO issued-source-kind(issued-source-count)
    END-IF.

VERIFY-KEYED-FILES.
    OPEN OUTPUT verify-report-file
    MOVE SPACE TO verify-report-line
    STRING "Keyed file verify for business date " business-date
           "  (entries before " retention-cutoff
           " are beyond retention)"
        DELIMITED BY SIZE INTO verify-report-line
    END-STRING
    PERFORM WRITE-VERIFY-LINE
    MOVE SPACE TO verify-report-line
    STRING "Kind      File          Entry                        "
           "         Detail"
        DELIMITED BY SIZE INTO verify-report-line
    END-STRING
    PERFORM WRITE-VERIFY-LINE
    MOVE ALL "-" TO verify-report-line
    PERFORM WRITE-VERIFY-LINE
    IF target-arg NOT = "BATCH-INDEX"
        PERFORM BUILD-EXPECTED-FROM-AUDIT
    END-IF
    IF target-arg = "ALL" OR target-arg = "AUDIT-INDEX"
        PERFORM VERIFY-AUDIT-INDEX
    END-IF
    IF target-arg = "ALL" OR target-arg = "AUDIT-COUNTS"
        PERFORM VERIFY-AUDIT-COUNTS
    END-IF
    IF target-arg = "ALL" OR target-arg = "UUID-MASTER"
        PERFORM VERIFY-UUID-MASTER
    END-IF
    IF target-arg = "ALL" OR target-arg = "BATCH-INDEX"
        PERFORM VERIFY-BATCH-INDEX
    END-IF
    MOVE ALL "-" TO verify-report-line
    PERFORM WRITE-VERIFY-LINE
    MOVE SPACE TO verify-report-line
    IF total-drift = 0
        MOVE "Result: IN STEP" TO verify-report-line
    ELSE
        STRING "Result: DRIFT - " total-drift " differences"
            DELIMITED BY SIZE INTO verify-report-line
        END-STRING
        IF NOT is-nightly-run
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM WRITE-VERIFY-LINE
    CLOSE verify-report-file.

START-FILE-CHECK.
    MOVE 0 TO file-drift
    MOVE 0 TO file-checked
    MOVE 0 TO file-retired.

WRITE-DRIFT-LINE.
    ADD 1 TO total-drift
    ADD 1 TO file-drift
    MOVE SPACE TO verify-report-line
    STRING drift-kind " " drift-file "  " drift-entry " " drift-detail
        DELIMITED BY SIZE INTO verify-report-line
    END-STRING
    PERFORM WRITE-VERIFY-LINE.

WRITE-FILE-SUMMARY.
    MOVE SPACE TO verify-report-line
    STRING "          " drift-file "  checked " file-checked
           "  differences " file-drift
           "  beyond retention " file-retired
        DELIMITED BY SIZE INTO verify-report-line
    END-STRING
    PERFORM WRITE-VERIFY-LINE.

WRITE-VERIFY-LINE.
    WRITE verify-report-line
    DISPLAY verify-report-line.

BUILD-EXPECTED-FROM-AUDIT.
    MOVE 0 TO release-sequence
    MOVE 0 TO count-entries
    SORT key-sort-file
        ON ASCENDING KEY ksrt-key ksrt-sequence
        INPUT PROCEDURE IS RELEASE-AUDIT-KEYS
        GIVING sorted-key-file
    MOVE 'N' TO key-eof
    MOVE SPACE TO group-key
    MOVE SPACE TO prior-image
    OPEN INPUT sorted-key-file
    OPEN OUTPUT expected-index-file
    OPEN OUTPUT uuid-expected-file
    PERFORM READ-NEXT-KEY
    PERFORM UNTIL is-key-eof
        MOVE skey-key TO group-key
        MOVE 'N' TO prior-image-found
        PERFORM UNTIL is-key-eof OR skey-key NOT = group-key
            PERFORM APPLY-ONE-KEY-IMAGE
            MOVE skey-image TO prior-image
            SET is-prior-image-found TO TRUE
            PERFORM READ-NEXT-KEY
        END-PERFORM
        PERFORM WRITE-EXPECTED-KEY
    END-PERFORM
    CLOSE sorted-key-file
    CLOSE expected-index-file
    CLOSE uuid-expected-file.

RELEASE-AUDIT-KEYS.
    PERFORM VARYING source-scan FROM 1 BY 1
            UNTIL source-scan > audit-source-count
        MOVE audit-source-name(source-scan) TO source-file-name
        MOVE 'N' TO file-eof
        OPEN INPUT audit-source-file
        IF audit-source-status NOT = "00"
            SET is-file-eof TO TRUE
        END-IF
        PERFORM UNTIL is-file-eof
            READ audit-source-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF audit-shift NOT = 'T'
                        PERFORM RELEASE-ONE-AUDIT-KEY
                    END-IF
            END-READ
        END-PERFORM
        IF audit-source-status = "00" OR audit-source-status = "10"
            CLOSE audit-source-file
        END-IF
    END-PERFORM.

RELEASE-ONE-AUDIT-KEY.
    ADD 1 TO release-sequence
    MOVE SPACE TO key-sort-record
    MOVE release-sequence TO ksrt-sequence
    MOVE audit-record TO ksrt-image
    STRING "B" audit-batch-number DELIMITED BY SIZE INTO ksrt-key
    END-STRING
    RELEASE key-sort-record
    IF audit-uuid NOT = SPACE
       AND audit-classification NOT = "REJECTED"
       AND audit-classification(1:9) NOT = "DISPOSED-"
        MOVE SPACE TO ksrt-key
        STRING "U" audit-uuid DELIMITED BY SIZE INTO ksrt-key
        END-STRING
        RELEASE key-sort-record
    END-IF.

READ-NEXT-KEY.
    READ sorted-key-file
        AT END
            SET is-key-eof TO TRUE
    END-READ.

APPLY-ONE-KEY-IMAGE.
    MOVE skey-image TO image-work
    EVALUATE TRUE
        WHEN img-classification = "REVERSAL"
            IF (img-uuid NOT = SPACE AND skey-key(1:1) = "U")
               OR (img-uuid = SPACE AND skey-key(1:1) = "B")
                PERFORM APPLY-EXPECTED-REVERSAL
            END-IF
        WHEN img-classification(1:9) = "DISPOSED-"
            CONTINUE
        WHEN skey-key(1:1) = "B"
            PERFORM DERIVE-IMAGE-COUNT-DATE
            MOVE img-classification TO count-class
            MOVE +1 TO count-delta
            PERFORM ADD-EXPECTED-COUNT
    END-EVALUATE.

APPLY-EXPECTED-REVERSAL.
    IF is-prior-image-found
        MOVE prior-image TO image-work
        IF img-classification NOT = "REVERSAL"
            PERFORM DERIVE-IMAGE-COUNT-DATE
            MOVE img-classification TO count-class
            MOVE -1 TO count-delta
            PERFORM ADD-EXPECTED-COUNT
        END-IF
        MOVE skey-image TO image-work
    END-IF.

DERIVE-IMAGE-COUNT-DATE.
    IF img-run-id NUMERIC AND img-run-id > 0
        MOVE img-run-id(1:8) TO count-date
    ELSE
        MOVE img-date TO count-date
    END-IF.

ADD-EXPECTED-COUNT.
    EVALUATE count-class
        WHEN "fish-bottle"
            MOVE 1 TO count-class-index
        WHEN "bottle"
            MOVE 2 TO count-class-index
        WHEN "fish"
            MOVE 3 TO count-class-index
        WHEN "splash"
            MOVE 4 TO count-class-index
        WHEN "REJECTED"
            MOVE 6 TO count-class-index
        WHEN OTHER
            MOVE 5 TO count-class-index
    END-EVALUATE
    PERFORM FIND-COUNT-ENTRY
    IF count-index = 0 AND count-entries < 4000
        ADD 1 TO count-entries
        MOVE count-entries TO count-index
        MOVE count-date TO cnt-date(count-index)
        PERFORM VARYING count-field-scan FROM 1 BY 1
                UNTIL count-field-scan > 6
            MOVE 0 TO cnt-value(count-index, count-field-scan)
        END-PERFORM
        MOVE 'N' TO cnt-seen(count-index)
    END-IF
    IF count-index > 0
        ADD count-delta TO cnt-value(count-index, count-class-index)
    END-IF.

FIND-COUNT-ENTRY.
    MOVE 0 TO count-index
    PERFORM VARYING count-scan FROM 1 BY 1
            UNTIL count-scan > count-entries OR count-index > 0
        IF cnt-date(count-scan) = count-date
            MOVE count-scan TO count-index
        END-IF
    END-PERFORM.

WRITE-EXPECTED-KEY.
    MOVE SPACE TO expected-index-record
    MOVE group-key TO xidx-key
    MOVE prior-image TO xidx-image
    WRITE expected-index-record
    IF group-key(1:1) = "U"
        MOVE prior-image TO image-work
        MOVE SPACE TO uuid-expected-record
        MOVE group-key(2:36) TO uexp-uuid
        MOVE img-classification TO uexp-classification
        MOVE img-batch-number TO uexp-batch-number
        MOVE img-hold TO uexp-hold
        WRITE uuid-expected-record
    END-IF.

DERIVE-IMAGE-PERIOD.
    IF img-date NUMERIC
        COMPUTE entry-period = img-year * 100 + img-month
    ELSE
        MOVE 0 TO entry-period
    END-IF.

VERIFY-AUDIT-INDEX.
    MOVE "AUDIT-INDEX" TO drift-file
    PERFORM START-FILE-CHECK
    SORT index-sort-file
        ON ASCENDING KEY isrt-key
        INPUT PROCEDURE IS RELEASE-ACTUAL-INDEX
        GIVING sorted-index-file
    MOVE 'N' TO expected-eof
    MOVE 'N' TO actual-eof
    OPEN INPUT expected-index-file
    OPEN INPUT sorted-index-file
    PERFORM READ-NEXT-EXPECTED
    PERFORM READ-NEXT-ACTUAL
    PERFORM UNTIL is-expected-eof AND is-actual-eof
        ADD 1 TO file-checked
        EVALUATE TRUE
            WHEN expected-key < actual-key
                MOVE "MISSING" TO drift-kind
                MOVE expected-key TO drift-entry
                MOVE "in audit trail, not in index" TO drift-detail
                PERFORM WRITE-DRIFT-LINE
                PERFORM READ-NEXT-EXPECTED
            WHEN actual-key < expected-key
                MOVE sidx-image TO image-work
                PERFORM DERIVE-IMAGE-PERIOD
                IF entry-period < retention-cutoff
                    ADD 1 TO file-retired
                ELSE
                    MOVE "EXTRA" TO drift-kind
                    MOVE actual-key TO drift-entry
                    MOVE "in index, not in audit trail" TO drift-detail
                    PERFORM WRITE-DRIFT-LINE
                END-IF
                PERFORM READ-NEXT-ACTUAL
            WHEN OTHER
                IF xidx-image(1:96) NOT = sidx-image(1:96)
                    MOVE sidx-image TO image-work
                    MOVE "MISMATCH" TO drift-kind
                    MOVE actual-key TO drift-entry
                    MOVE SPACE TO drift-detail
                    STRING "index holds " img-classification
                        " " img-date
                        DELIMITED BY SIZE INTO drift-detail
                    END-STRING
                    PERFORM WRITE-DRIFT-LINE
                END-IF
                MOVE actual-key TO matched-key
                PERFORM READ-NEXT-EXPECTED
                PERFORM READ-NEXT-ACTUAL
                PERFORM UNTIL is-actual-eof OR actual-key NOT = matched-key
                    MOVE "DUPLICATE" TO drift-kind
                    MOVE actual-key TO drift-entry
                    MOVE "key stored in more than one slot"
                        TO drift-detail
                    PERFORM WRITE-DRIFT-LINE
                    PERFORM READ-NEXT-ACTUAL
                END-PERFORM
        END-EVALUATE
    END-PERFORM
    CLOSE expected-index-file
    CLOSE sorted-index-file
    PERFORM WRITE-FILE-SUMMARY.

RELEASE-ACTUAL-INDEX.
    MOVE 'N' TO file-eof
    OPEN INPUT index-file
    IF index-status-code NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ index-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE index-record TO index-sort-record
                RELEASE index-sort-record
        END-READ
    END-PERFORM
    IF index-status-code = "00" OR index-status-code = "10"
        CLOSE index-file
    END-IF.

READ-NEXT-EXPECTED.
    READ expected-index-file
        AT END
            SET is-expected-eof TO TRUE
            MOVE HIGH-VALUES TO expected-key
        NOT AT END
            MOVE xidx-key TO expected-key
    END-READ.

READ-NEXT-ACTUAL.
    READ sorted-index-file
        AT END
            SET is-actual-eof TO TRUE
            MOVE HIGH-VALUES TO actual-key
        NOT AT END
            MOVE sidx-key TO actual-key
    END-READ.

VERIFY-AUDIT-COUNTS.
    MOVE "AUDIT-COUNTS" TO drift-file
    PERFORM START-FILE-CHECK
    MOVE 'N' TO file-eof
    OPEN INPUT count-file
    IF count-status-code NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ count-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                ADD 1 TO file-checked
                PERFORM CHECK-ONE-COUNT-RECORD
        END-READ
    END-PERFORM
    IF count-status-code = "00" OR count-status-code = "10"
        CLOSE count-file
    END-IF
    PERFORM VARYING count-index FROM 1 BY 1
            UNTIL count-index > count-entries
        IF cnt-seen(count-index) NOT = 'Y'
            PERFORM CHECK-ONE-UNSEEN-COUNT
        END-IF
    END-PERFORM
    PERFORM WRITE-FILE-SUMMARY.

CHECK-ONE-COUNT-RECORD.
    MOVE acnt-date TO count-date
    MOVE acnt-fish-bottle TO actual-count(1)
    MOVE acnt-bottle TO actual-count(2)
    MOVE acnt-fish TO actual-count(3)
    MOVE acnt-splash TO actual-count(4)
    MOVE acnt-other TO actual-count(5)
    MOVE acnt-rejected TO actual-count(6)
    MOVE count-date(1:6) TO entry-period
    PERFORM FIND-COUNT-ENTRY
    EVALUATE TRUE
        WHEN count-index = 0
            MOVE 'Y' TO count-all-zero
            PERFORM VARYING count-field-scan FROM 1 BY 1
                    UNTIL count-field-scan > 6
                IF actual-count(count-field-scan) NOT = 0
                    MOVE 'N' TO count-all-zero
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN is-count-all-zero
                    CONTINUE
                WHEN entry-period < retention-cutoff
                    ADD 1 TO file-retired
                WHEN OTHER
                    MOVE "EXTRA" TO drift-kind
                    MOVE count-date TO drift-entry
                    MOVE "counted, no audit records for date"
                        TO drift-detail
                    PERFORM WRITE-DRIFT-LINE
            END-EVALUATE
        WHEN cnt-seen(count-index) = 'Y'
            MOVE "DUPLICATE" TO drift-kind
            MOVE count-date TO drift-entry
            MOVE "date stored in more than one slot" TO drift-detail
            PERFORM WRITE-DRIFT-LINE
        WHEN OTHER
            MOVE 'Y' TO cnt-seen(count-index)
            PERFORM VARYING count-field-scan FROM 1 BY 1
                    UNTIL count-field-scan > 6
                PERFORM CHECK-ONE-COUNT-FIELD
            END-PERFORM
    END-EVALUATE.

CHECK-ONE-COUNT-FIELD.
    IF cnt-value(count-index, count-field-scan) > 0
        MOVE cnt-value(count-index, count-field-scan) TO expected-count
    ELSE
        MOVE 0 TO expected-count
    END-IF
    IF expected-count NOT = actual-count(count-field-scan)
        IF entry-period < retention-cutoff
            ADD 1 TO file-retired
        ELSE
            MOVE "MISMATCH" TO drift-kind
            MOVE count-date TO drift-entry
            MOVE SPACE TO drift-detail
            STRING count-class-name(count-field-scan) " expected "
                expected-count " found "
                actual-count(count-field-scan)
                DELIMITED BY SIZE INTO drift-detail
            END-STRING
            PERFORM WRITE-DRIFT-LINE
        END-IF
    END-IF.

CHECK-ONE-UNSEEN-COUNT.
    MOVE 'Y' TO count-all-zero
    PERFORM VARYING count-field-scan FROM 1 BY 1
            UNTIL count-field-scan > 6
        IF cnt-value(count-index, count-field-scan) > 0
            MOVE 'N' TO count-all-zero
        END-IF
    END-PERFORM
    MOVE cnt-date(count-index) TO count-date
    MOVE count-date(1:6) TO entry-period
    ADD 1 TO file-checked
    EVALUATE TRUE
        WHEN is-count-all-zero
            CONTINUE
        WHEN entry-period < retention-cutoff
            ADD 1 TO file-retired
        WHEN OTHER
            MOVE "MISSING" TO drift-kind
            MOVE count-date TO drift-entry
            MOVE "audit records for date, no counts" TO drift-detail
            PERFORM WRITE-DRIFT-LINE
    END-EVALUATE.

VERIFY-UUID-MASTER.
    MOVE "UUID-MASTER" TO drift-file
    PERFORM START-FILE-CHECK
    PERFORM SORT-UUID-SOURCES
    PERFORM OPEN-UUID-MERGE
    PERFORM UNTIL is-issued-eof AND is-uexp-eof AND is-smst-eof
        PERFORM TAKE-NEXT-UUID
        ADD 1 TO file-checked
        PERFORM CHECK-ONE-UUID
    END-PERFORM
    PERFORM CLOSE-UUID-MERGE
    PERFORM WRITE-FILE-SUMMARY.

SORT-UUID-SOURCES.
    SORT issued-sort-file
        ON ASCENDING KEY iss-uuid
        INPUT PROCEDURE IS RELEASE-ISSUED-UUIDS
        GIVING sorted-issued-file
    SORT master-sort-file
        ON ASCENDING KEY msrt-uuid
        INPUT PROCEDURE IS RELEASE-MASTER-RECORDS
        GIVING sorted-master-file.

RELEASE-ISSUED-UUIDS.
    PERFORM VARYING source-scan FROM 1 BY 1
            UNTIL source-scan > issued-source-count
        MOVE issued-source-name(source-scan) TO source-file-name
        MOVE 'N' TO file-eof
        OPEN INPUT issued-source-file
        IF issued-source-status NOT = "00"
            SET is-file-eof TO TRUE
        END-IF
        PERFORM UNTIL is-file-eof
            READ issued-source-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF issued-record(1:36) NOT = SPACE
                        MOVE issued-record(1:36) TO iss-uuid
                        MOVE issued-source-kind(source-scan) TO iss-kind
                        RELEASE issued-sort-record
                    END-IF
            END-READ
        END-PERFORM
        IF issued-source-status = "00" OR issued-source-status = "10"
            CLOSE issued-source-file
        END-IF
    END-PERFORM.

RELEASE-MASTER-RECORDS.
    MOVE 'N' TO file-eof
    OPEN INPUT master-file
    IF master-status-code NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ master-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE master-record TO master-sort-record
                RELEASE master-sort-record
        END-READ
    END-PERFORM
    IF master-status-code = "00" OR master-status-code = "10"
        CLOSE master-file
    END-IF.

OPEN-UUID-MERGE.
    MOVE 'N' TO issued-eof
    MOVE 'N' TO uexp-eof
    MOVE 'N' TO smst-eof
    OPEN INPUT sorted-issued-file
    OPEN INPUT uuid-expected-file
    OPEN INPUT sorted-master-file
    PERFORM READ-NEXT-ISSUED
    PERFORM READ-NEXT-UEXP
    PERFORM READ-NEXT-SMST.

CLOSE-UUID-MERGE.
    CLOSE sorted-issued-file
    CLOSE uuid-expected-file
    CLOSE sorted-master-file.

READ-NEXT-ISSUED.
    READ sorted-issued-file
        AT END
            SET is-issued-eof TO TRUE
            MOVE HIGH-VALUES TO issued-key
        NOT AT END
            MOVE siss-uuid TO issued-key
    END-READ.

READ-NEXT-UEXP.
    READ uuid-expected-file
        AT END
            SET is-uexp-eof TO TRUE
            MOVE HIGH-VALUES TO uexp-key
        NOT AT END
            MOVE uexp-uuid TO uexp-key
    END-READ.

READ-NEXT-SMST.
    READ sorted-master-file
        AT END
            SET is-smst-eof TO TRUE
            MOVE HIGH-VALUES TO smst-key
        NOT AT END
            MOVE smst-uuid TO smst-key
    END-READ.

TAKE-NEXT-UUID.
    MOVE issued-key TO current-uuid
    IF uexp-key < current-uuid
        MOVE uexp-key TO current-uuid
    END-IF
    IF smst-key < current-uuid
        MOVE smst-key TO current-uuid
    END-IF
    MOVE 'N' TO in-issued
    MOVE 'N' TO in-expected
    MOVE 'N' TO in-master
    MOVE SPACE TO held-master
    MOVE 0 TO master-duplicates
    MOVE 'G' TO issued-kind
    IF issued-key = current-uuid
        MOVE 'Y' TO in-issued
        MOVE siss-kind TO issued-kind
        PERFORM UNTIL is-issued-eof OR issued-key NOT = current-uuid
            PERFORM READ-NEXT-ISSUED
            IF issued-key = current-uuid AND siss-kind = 'L'
                MOVE 'L' TO issued-kind
            END-IF
        END-PERFORM
    END-IF
    IF uexp-key = current-uuid
        MOVE 'Y' TO in-expected
        MOVE uexp-classification TO held-class
        MOVE uexp-batch-number TO held-batch
        MOVE uexp-hold TO held-hold
        PERFORM READ-NEXT-UEXP
    END-IF
    IF smst-key = current-uuid
        MOVE 'Y' TO in-master
        MOVE sorted-master-record TO held-master
        PERFORM READ-NEXT-SMST
        PERFORM UNTIL is-smst-eof OR smst-key NOT = current-uuid
            ADD 1 TO master-duplicates
            PERFORM READ-NEXT-SMST
        END-PERFORM
    END-IF.

CHECK-ONE-UUID.
    MOVE current-uuid TO drift-entry
    MOVE held-master TO new-master
    IF in-master = 'Y'
        COMPUTE master-period = nmst-year * 100 + nmst-month
    ELSE
        MOVE 0 TO master-period
    END-IF
    IF master-duplicates > 0
        MOVE "DUPLICATE" TO drift-kind
        MOVE "uuid stored in more than one slot" TO drift-detail
        PERFORM WRITE-DRIFT-LINE
    END-IF
    EVALUATE TRUE
        WHEN in-master = 'N'
            MOVE "MISSING" TO drift-kind
            IF in-expected = 'Y'
                MOVE "in audit trail, not in master" TO drift-detail
            ELSE
                MOVE "issued, not in master" TO drift-detail
            END-IF
            PERFORM WRITE-DRIFT-LINE
        WHEN in-issued = 'N' AND in-expected = 'N'
            IF master-period < retention-cutoff
                ADD 1 TO file-retired
            ELSE
                MOVE "EXTRA" TO drift-kind
                MOVE SPACE TO drift-detail
                STRING "status " nmst-status
                    " never issued or applied"
                    DELIMITED BY SIZE INTO drift-detail
                END-STRING
                PERFORM WRITE-DRIFT-LINE
            END-IF
        WHEN in-expected = 'Y' AND held-class = "REVERSAL"
            IF nmst-status NOT = 'R'
                MOVE "MISMATCH" TO drift-kind
                MOVE SPACE TO drift-detail
                STRING "status " nmst-status " but backed out"
                    DELIMITED BY SIZE INTO drift-detail
                END-STRING
                PERFORM WRITE-DRIFT-LINE
            END-IF
        WHEN in-expected = 'Y'
            IF nmst-status NOT = 'A' AND nmst-status NOT = 'H'
               AND nmst-status NOT = 'W' AND nmst-status NOT = 'V'
                MOVE "MISMATCH" TO drift-kind
                MOVE SPACE TO drift-detail
                STRING "status " nmst-status " but applied to "
                    held-batch
                    DELIMITED BY SIZE INTO drift-detail
                END-STRING
                PERFORM WRITE-DRIFT-LINE
            ELSE
                IF nmst-status NOT = 'V'
                   AND nmst-batch-number NOT = held-batch
                    MOVE "MISMATCH" TO drift-kind
                    MOVE SPACE TO drift-detail
                    STRING "batch " nmst-batch-number
                        " but applied to " held-batch
                        DELIMITED BY SIZE INTO drift-detail
                    END-STRING
                    PERFORM WRITE-DRIFT-LINE
                END-IF
            END-IF
        WHEN issued-kind = 'L'
            CONTINUE
        WHEN nmst-status = 'A' OR nmst-status = 'H'
             OR nmst-status = 'W' OR nmst-status = 'R'
            IF master-period < retention-cutoff
                ADD 1 TO file-retired
            ELSE
                MOVE "MISMATCH" TO drift-kind
                MOVE SPACE TO drift-detail
                STRING "status " nmst-status
                    " but not in audit trail"
                    DELIMITED BY SIZE INTO drift-detail
                END-STRING
                PERFORM WRITE-DRIFT-LINE
            END-IF
    END-EVALUATE.

VERIFY-BATCH-INDEX.
    MOVE "BATCH-INDEX" TO drift-file
    PERFORM START-FILE-CHECK
    PERFORM LOAD-BATCH-CONTROL-TABLES
    MOVE 'N' TO index-open
    OPEN INPUT batch-index-file
    IF batch-index-status = "00"
        SET is-index-open TO TRUE
    END-IF
    MOVE 'N' TO manifest-eof
    OPEN INPUT batch-in-file
    IF batch-in-status NOT = "00"
        SET is-manifest-eof TO TRUE
    END-IF
    PERFORM UNTIL is-manifest-eof
        READ batch-in-file
            AT END
                SET is-manifest-eof TO TRUE
            NOT AT END
                IF manifest-batch-number NUMERIC
                   AND manifest-batch-number > 0
                    ADD 1 TO file-checked
                    PERFORM CHECK-ONE-MANIFEST-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF batch-in-status = "00" OR batch-in-status = "10"
        CLOSE batch-in-file
    END-IF
    IF is-index-open
        CLOSE batch-index-file
        PERFORM FIND-EXTRA-BATCH-INDEX
    END-IF
    PERFORM WRITE-FILE-SUMMARY.

LOAD-BATCH-CONTROL-TABLES.
    MOVE 0 TO reject-count
    MOVE 0 TO correction-count
    MOVE 0 TO side-count
    MOVE 'N' TO file-eof
    OPEN INPUT reject-file
    IF reject-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ reject-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF reject-count < 5000
                    ADD 1 TO reject-count
                    MOVE reject-batch-input
                        TO rejected-batch(reject-count)
                    IF reject-reason = "duplicate batch number"
                        MOVE 'Y' TO rejected-duplicate(reject-count)
                    ELSE
                        MOVE 'N' TO rejected-duplicate(reject-count)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF reject-status = "00" OR reject-status = "10"
        CLOSE reject-file
    END-IF
    MOVE 'N' TO file-eof
    OPEN INPUT correction-log-file
    IF correction-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ correction-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF clog-date = business-date
                   AND correction-count < 2000
                    ADD 1 TO correction-count
                    MOVE clog-batch TO corrected-batch(correction-count)
                    MOVE clog-field TO corrected-field(correction-count)
                    MOVE clog-new-value
                        TO corrected-value(correction-count)
                END-IF
        END-READ
    END-PERFORM
    IF correction-log-status = "00" OR correction-log-status = "10"
        CLOSE correction-log-file
    END-IF
    MOVE 'N' TO file-eof
    OPEN INPUT resubmit-log-file
    IF resubmit-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ resubmit-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF rlog-date = business-date AND rlog-state = 'A'
                   AND side-count < 2000
                    ADD 1 TO side-count
                    MOVE rlog-corrected TO side-batch(side-count)
                END-IF
        END-READ
    END-PERFORM
    IF resubmit-log-status = "00" OR resubmit-log-status = "10"
        CLOSE resubmit-log-file
    END-IF
    MOVE 'N' TO file-eof
    OPEN INPUT rework-log-file
    IF rework-log-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ rework-log-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF rwlog-processed-date = business-date
                   AND rwlog-state = 'A'
                   AND side-count < 2000
                    ADD 1 TO side-count
                    MOVE rwlog-batch TO side-batch(side-count)
                END-IF
        END-READ
    END-PERFORM
    IF rework-log-status = "00" OR rework-log-status = "10"
        CLOSE rework-log-file
    END-IF
    MOVE 'N' TO file-eof
    OPEN INPUT dup-suspect-file
    IF dup-suspect-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ dup-suspect-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM LOAD-ONE-DUPLICATE-SUSPECT
        END-READ
    END-PERFORM
    IF dup-suspect-status = "00" OR dup-suspect-status = "10"
        CLOSE dup-suspect-file
    END-IF.

LOAD-ONE-DUPLICATE-SUSPECT.
    IF dupq-business-date = business-date
       AND dupq-state NOT = 'N'
       AND reject-count < 5000
        ADD 1 TO reject-count
        MOVE dupq-batch-number TO rejected-batch(reject-count)
        MOVE 'N' TO rejected-duplicate(reject-count)
    END-IF
    IF (dupq-state = 'A' OR dupq-state = 'N')
       AND side-count < 2000
        ADD 1 TO side-count
        MOVE dupq-batch-number TO side-batch(side-count)
    END-IF.

FIND-REJECTED-BATCH.
    MOVE 'N' TO batch-rejected
    MOVE 'Y' TO batch-duplicate-only
    PERFORM VARYING table-scan FROM 1 BY 1
            UNTIL table-scan > reject-count
        IF rejected-batch(table-scan) = lookup-batch
            SET is-batch-rejected TO TRUE
            IF rejected-duplicate(table-scan) NOT = 'Y'
                MOVE 'N' TO batch-duplicate-only
            END-IF
        END-IF
    END-PERFORM.

FIND-SIDE-BATCH.
    MOVE 'N' TO batch-from-side
    PERFORM VARYING table-scan FROM 1 BY 1
            UNTIL table-scan > side-count OR is-batch-from-side
        IF side-batch(table-scan) = lookup-batch
            SET is-batch-from-side TO TRUE
        END-IF
    END-PERFORM.

APPLY-LOGGED-CORRECTIONS.
    PERFORM VARYING table-scan FROM 1 BY 1
            UNTIL table-scan > correction-count
        IF corrected-batch(table-scan) = lookup-batch
            EVALUATE corrected-field(table-scan)
                WHEN 'P'
                    MOVE corrected-value(table-scan)(1:3)
                        TO xman-plant-code
                WHEN 'L'
                    IF corrected-value(table-scan)(1:2) NUMERIC
                        MOVE corrected-value(table-scan)(1:2)
                            TO xman-line-number
                    END-IF
                WHEN 'W'
                    IF corrected-value(table-scan) NUMERIC
                        MOVE corrected-value(table-scan)
                            TO xman-gross-weight
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM.

CHECK-ONE-MANIFEST-RECORD.
    MOVE batch-in-record TO expected-manifest
    MOVE manifest-batch-number TO lookup-batch
    PERFORM FIND-REJECTED-BATCH
    PERFORM APPLY-LOGGED-CORRECTIONS
    MOVE 'N' TO index-found
    IF is-index-open
        MOVE manifest-batch-number TO batch-relative-key
        READ batch-index-file
            INVALID KEY
                MOVE 'N' TO index-found
            NOT INVALID KEY
                SET is-index-found TO TRUE
        END-READ
    END-IF
    MOVE lookup-batch TO drift-entry
    EVALUATE TRUE
        WHEN is-batch-rejected
            CONTINUE
        WHEN NOT is-index-found
            MOVE "MISSING" TO drift-kind
            MOVE "in manifest, not in index" TO drift-detail
            PERFORM WRITE-DRIFT-LINE
        WHEN batch-index-record NOT = expected-manifest
            MOVE "MISMATCH" TO drift-kind
            MOVE SPACE TO drift-detail
            STRING "index holds " batch-index-record
                DELIMITED BY SIZE INTO drift-detail
            END-STRING
            PERFORM WRITE-DRIFT-LINE
    END-EVALUATE.

FIND-EXTRA-BATCH-INDEX.
    SORT manifest-sort-file
        ON ASCENDING KEY manifest-sort-record
        INPUT PROCEDURE IS RELEASE-MANIFEST-BATCHES
        GIVING sorted-manifest-file
    MOVE 'N' TO manifest-eof
    MOVE 0 TO manifest-key
    OPEN INPUT sorted-manifest-file
    PERFORM READ-NEXT-MANIFEST-KEY
    MOVE 'N' TO file-eof
    OPEN INPUT batch-index-file
    PERFORM UNTIL is-file-eof
        READ batch-index-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                PERFORM UNTIL is-manifest-eof
                        OR manifest-key >= index-batch-number
                    PERFORM READ-NEXT-MANIFEST-KEY
                END-PERFORM
                IF is-manifest-eof OR manifest-key NOT = index-batch-number
                    PERFORM CHECK-ONE-EXTRA-BATCH
                END-IF
        END-READ
    END-PERFORM
    CLOSE batch-index-file
    CLOSE sorted-manifest-file.

RELEASE-MANIFEST-BATCHES.
    MOVE 'N' TO file-eof
    OPEN INPUT batch-in-file
    IF batch-in-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ batch-in-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF manifest-batch-number NUMERIC
                   AND manifest-batch-number > 0
                    MOVE manifest-batch-number TO manifest-sort-record
                    RELEASE manifest-sort-record
                END-IF
        END-READ
    END-PERFORM
    IF batch-in-status = "00" OR batch-in-status = "10"
        CLOSE batch-in-file
    END-IF.

READ-NEXT-MANIFEST-KEY.
    READ sorted-manifest-file
        AT END
            SET is-manifest-eof TO TRUE
        NOT AT END
            MOVE sorted-manifest-record TO manifest-key
    END-READ.

CHECK-ONE-EXTRA-BATCH.
    MOVE index-batch-number TO lookup-batch
    PERFORM FIND-SIDE-BATCH
    IF NOT is-batch-from-side
        ADD 1 TO file-checked
        MOVE "EXTRA" TO drift-kind
        MOVE lookup-batch TO drift-entry
        MOVE "in index, not in tonight's input" TO drift-detail
        PERFORM WRITE-DRIFT-LINE
    END-IF.

REBUILD-KEYED-FILES.
    MOVE 0 TO rebuild-written
    MOVE 0 TO rebuild-dropped
    IF target-arg = "ALL" OR target-arg = "AUDIT-INDEX"
       OR target-arg = "AUDIT-COUNTS"
        PERFORM REBUILD-AUDIT-INDEX
    END-IF
    IF target-arg = "ALL" OR target-arg = "UUID-MASTER"
        PERFORM REBUILD-UUID-MASTER
    END-IF
    IF target-arg = "ALL" OR target-arg = "BATCH-INDEX"
        PERFORM REBUILD-BATCH-INDEX
    END-IF.

REBUILD-AUDIT-INDEX.
    PERFORM BUILD-EXPECTED-FROM-AUDIT
    MOVE 0 TO rebuild-written
    MOVE 0 TO file-retired
    OPEN OUTPUT kept-index-file
    MOVE 'N' TO file-eof
    OPEN INPUT index-file
    IF index-status-code NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ index-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE aix-image TO image-work
                PERFORM DERIVE-IMAGE-PERIOD
                IF entry-period < retention-cutoff
                    MOVE 'I' TO kept-type
                    MOVE 0 TO kept-slot
                    MOVE index-record TO kept-data
                    WRITE kept-index-record
                    ADD 1 TO file-retired
                END-IF
        END-READ
    END-PERFORM
    IF index-status-code = "00" OR index-status-code = "10"
        CLOSE index-file
    END-IF
    MOVE 'N' TO file-eof
    OPEN INPUT count-file
    IF count-status-code NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ count-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE acnt-date TO count-date
                MOVE count-date(1:6) TO entry-period
                PERFORM FIND-COUNT-ENTRY
                IF count-index = 0 AND entry-period < retention-cutoff
                    MOVE 'C' TO kept-type
                    MOVE 0 TO kept-slot
                    MOVE count-record TO kept-data
                    WRITE kept-index-record
                    ADD 1 TO file-retired
                END-IF
        END-READ
    END-PERFORM
    IF count-status-code = "00" OR count-status-code = "10"
        CLOSE count-file
    END-IF
    CLOSE kept-index-file
    OPEN OUTPUT index-file
    CLOSE index-file
    OPEN OUTPUT count-file
    CLOSE count-file
    PERFORM RESTORE-KEPT-AUDIT-ENTRIES
    PERFORM VARYING source-scan FROM 1 BY 1
            UNTIL source-scan > audit-source-count
        MOVE audit-source-name(source-scan) TO source-file-name
        MOVE 'N' TO file-eof
        OPEN INPUT audit-source-file
        IF audit-source-status NOT = "00"
            SET is-file-eof TO TRUE
        END-IF
        PERFORM UNTIL is-file-eof
            READ audit-source-file
                AT END
                    SET is-file-eof TO TRUE
                NOT AT END
                    IF audit-shift NOT = 'T'
                        MOVE audit-record TO aix-record
                        MOVE 'U' TO aix-action
                        CALL 'fish-bottle-audit-ix' USING aix-action
                            aix-found aix-record aix-counts-work
                        ADD 1 TO rebuild-written
                    END-IF
            END-READ
        END-PERFORM
        IF audit-source-status = "00" OR audit-source-status = "10"
            CLOSE audit-source-file
        END-IF
    END-PERFORM
    DISPLAY "Audit index and counts rebuilt by operator " operator-arg
        ": " rebuild-written " audit records replayed, "
        file-retired " entries beyond retention carried over".

RESTORE-KEPT-AUDIT-ENTRIES.
    OPEN I-O index-file
    OPEN I-O count-file
    MOVE 'N' TO file-eof
    OPEN INPUT kept-index-file
    PERFORM UNTIL is-file-eof
        READ kept-index-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                IF kept-type = 'I'
                    MOVE kept-data TO index-record
                    PERFORM INSERT-INDEX-RECORD
                ELSE
                    MOVE kept-data TO count-record
                    PERFORM INSERT-COUNT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE kept-index-file
    CLOSE index-file
    CLOSE count-file.

INSERT-INDEX-RECORD.
    MOVE index-record TO saved-record
    MOVE 0 TO hash-work
    PERFORM VARYING hash-index FROM 1 BY 1
            UNTIL hash-index > 37
        COMPUTE hash-work = FUNCTION MOD(hash-work * 31
            + FUNCTION ORD(saved-record(hash-index:1)),
            index-slot-count)
    END-PERFORM
    COMPUTE index-rel-key = hash-work + 1
    MOVE 0 TO probe-count
    SET slot-searching TO TRUE
    PERFORM UNTIL NOT slot-searching
        READ index-file
            INVALID KEY
                SET slot-empty TO TRUE
            NOT INVALID KEY
                ADD 1 TO probe-count
                IF probe-count >= 100
                    SET slot-exhausted TO TRUE
                ELSE
                    ADD 1 TO index-rel-key
                    IF index-rel-key > index-slot-count
                        MOVE 1 TO index-rel-key
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE saved-record TO index-record
    IF slot-empty
        WRITE index-record
            INVALID KEY
                DISPLAY "ERROR: audit index write failed for "
                    aix-key
        END-WRITE
    ELSE
        DISPLAY "ERROR: audit index is full near key " index-rel-key
            " - not stored for " aix-key
    END-IF.

INSERT-COUNT-RECORD.
    MOVE count-record TO saved-record
    COMPUTE count-rel-key = FUNCTION MOD(acnt-date, count-slot-count)
        + 1
    MOVE 0 TO probe-count
    SET slot-searching TO TRUE
    PERFORM UNTIL NOT slot-searching
        READ count-file
            INVALID KEY
                SET slot-empty TO TRUE
            NOT INVALID KEY
                ADD 1 TO probe-count
                IF probe-count >= 100
                    SET slot-exhausted TO TRUE
                ELSE
                    ADD 1 TO count-rel-key
                    IF count-rel-key > count-slot-count
                        MOVE 1 TO count-rel-key
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE saved-record TO count-record
    IF slot-empty
        WRITE count-record
            INVALID KEY
                DISPLAY "ERROR: audit counts write failed for "
                    acnt-date
        END-WRITE
    ELSE
        DISPLAY "ERROR: audit counts file is full near key "
            count-rel-key
    END-IF.

REBUILD-UUID-MASTER.
    PERFORM BUILD-EXPECTED-FROM-AUDIT
    PERFORM SORT-UUID-SOURCES
    MOVE 0 TO rebuild-written
    MOVE 0 TO rebuild-dropped
    MOVE 0 TO file-retired
    OPEN OUTPUT master-file
    CLOSE master-file
    OPEN I-O master-file
    PERFORM OPEN-UUID-MERGE
    PERFORM UNTIL is-issued-eof AND is-uexp-eof AND is-smst-eof
        PERFORM TAKE-NEXT-UUID
        PERFORM REBUILD-ONE-UUID
    END-PERFORM
    PERFORM CLOSE-UUID-MERGE
    CLOSE master-file
    DISPLAY "Label master rebuilt by operator " operator-arg ": "
        rebuild-written " written, " file-retired
        " beyond retention kept, " rebuild-dropped " dropped".

REBUILD-ONE-UUID.
    IF in-master = 'Y'
        MOVE held-master TO new-master
    ELSE
        MOVE SPACE TO new-master
        MOVE current-uuid TO nmst-uuid
        MOVE issued-kind TO nmst-status
        MOVE business-date TO nmst-date
        MOVE 0 TO nmst-hours
        MOVE 0 TO nmst-minute
        MOVE 0 TO nmst-second
    END-IF
    IF in-master = 'Y' AND in-issued = 'N' AND in-expected = 'N'
        COMPUTE master-period = nmst-year * 100 + nmst-month
        IF master-period < retention-cutoff
            ADD 1 TO file-retired
        ELSE
            ADD 1 TO rebuild-dropped
            MOVE SPACE TO new-master
        END-IF
    END-IF
    IF in-expected = 'Y'
        IF held-class = "REVERSAL"
            MOVE 'R' TO nmst-status
        ELSE
            IF nmst-status NOT = 'A' AND nmst-status NOT = 'H'
               AND nmst-status NOT = 'W' AND nmst-status NOT = 'V'
                IF held-hold = 'H'
                    MOVE 'H' TO nmst-status
                ELSE
                    MOVE 'A' TO nmst-status
                END-IF
            END-IF
            IF nmst-status NOT = 'V'
                MOVE held-batch TO nmst-batch-number
            END-IF
        END-IF
    END-IF
    IF nmst-uuid NOT = SPACE
        PERFORM INSERT-MASTER-RECORD
    END-IF.

INSERT-MASTER-RECORD.
    MOVE SPACE TO nmst-separator-1
    MOVE SPACE TO nmst-separator-2
    MOVE SPACE TO nmst-separator-3
    MOVE SPACE TO nmst-separator-4
    MOVE SPACE TO nmst-separator-5
    MOVE SPACE TO nmst-separator-6
    MOVE 0 TO hash-work
    PERFORM VARYING hash-index FROM 1 BY 1
            UNTIL hash-index > 36
        COMPUTE hash-work = FUNCTION MOD(hash-work * 31
            + FUNCTION ORD(nmst-uuid(hash-index:1)),
            master-slot-count)
    END-PERFORM
    COMPUTE master-rel-key = hash-work + 1
    MOVE 0 TO probe-count
    SET slot-searching TO TRUE
    PERFORM UNTIL NOT slot-searching
        READ master-file
            INVALID KEY
                SET slot-empty TO TRUE
            NOT INVALID KEY
                ADD 1 TO probe-count
                IF probe-count >= 100
                    SET slot-exhausted TO TRUE
                ELSE
                    ADD 1 TO master-rel-key
                    IF master-rel-key > master-slot-count
                        MOVE 1 TO master-rel-key
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF slot-empty
        MOVE new-master TO master-record
        WRITE master-record
            INVALID KEY
                DISPLAY "ERROR: label master write failed for "
                    nmst-uuid
            NOT INVALID KEY
                ADD 1 TO rebuild-written
        END-WRITE
    ELSE
        DISPLAY "ERROR: label master is full near key "
            master-rel-key " - record not stored for " nmst-uuid
    END-IF.

REBUILD-BATCH-INDEX.
    PERFORM LOAD-BATCH-CONTROL-TABLES
    MOVE 0 TO rebuild-written
    MOVE 0 TO rebuild-dropped
    OPEN OUTPUT kept-index-file
    MOVE 'N' TO file-eof
    OPEN INPUT batch-index-file
    IF batch-index-status NOT = "00"
        SET is-file-eof TO TRUE
    END-IF
    PERFORM UNTIL is-file-eof
        READ batch-index-file NEXT RECORD
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE index-batch-number TO lookup-batch
                PERFORM FIND-SIDE-BATCH
                IF is-batch-from-side
                    MOVE 'B' TO kept-type
                    MOVE index-batch-number TO kept-slot
                    MOVE batch-index-record TO kept-data
                    WRITE kept-index-record
                END-IF
        END-READ
    END-PERFORM
    IF batch-index-status = "00" OR batch-index-status = "10"
        CLOSE batch-index-file
    END-IF
    CLOSE kept-index-file
    OPEN OUTPUT batch-index-file
    MOVE 'N' TO file-eof
    OPEN INPUT kept-index-file
    PERFORM UNTIL is-file-eof
        READ kept-index-file
            AT END
                SET is-file-eof TO TRUE
            NOT AT END
                MOVE kept-slot TO batch-relative-key
                MOVE kept-data TO batch-index-record
                PERFORM WRITE-REBUILT-BATCH
        END-READ
    END-PERFORM
    CLOSE kept-index-file
    MOVE 'N' TO manifest-eof
    OPEN INPUT batch-in-file
    IF batch-in-status NOT = "00"
        SET is-manifest-eof TO TRUE
    END-IF
    PERFORM UNTIL is-manifest-eof
        READ batch-in-file
            AT END
                SET is-manifest-eof TO TRUE
            NOT AT END
                IF manifest-batch-number NUMERIC
                   AND manifest-batch-number > 0
                    PERFORM REBUILD-ONE-MANIFEST-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF batch-in-status = "00" OR batch-in-status = "10"
        CLOSE batch-in-file
    END-IF
    CLOSE batch-index-file
    DISPLAY "Batch index rebuilt by operator " operator-arg ": "
        rebuild-written " written, " rebuild-dropped " left out".

REBUILD-ONE-MANIFEST-RECORD.
    MOVE batch-in-record TO expected-manifest
    MOVE manifest-batch-number TO lookup-batch
    PERFORM FIND-REJECTED-BATCH
    IF is-batch-rejected AND NOT is-batch-duplicate-only
        ADD 1 TO rebuild-dropped
    ELSE
        PERFORM APPLY-LOGGED-CORRECTIONS
        MOVE manifest-batch-number TO batch-relative-key
        MOVE expected-manifest TO batch-index-record
        PERFORM WRITE-REBUILT-BATCH
    END-IF.

WRITE-REBUILT-BATCH.
    WRITE batch-index-record
        INVALID KEY
            ADD 1 TO rebuild-dropped
        NOT INVALID KEY
            ADD 1 TO rebuild-written
    END-WRITE.
