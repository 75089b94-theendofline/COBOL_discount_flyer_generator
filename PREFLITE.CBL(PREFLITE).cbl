IDENTIFICATION DIVISION.

Program-id. PREFLITE.

Author. Theendofline.

******************************************************************

* Nightly pre-flight readiness check, run ahead of JSONCBL.      *

* JSONCBL treats its masters as OPTIONAL, so the flyer run       *

* "succeeds" on stale or missing inputs -- a night SALESUPD      *

* didn't run, every item quietly falls back to the feed's        *

* salesperday. This job looks before the flyer run leaps: the    *

* SALESHIST control record must say movement was applied through *

* the day before the run date; every store-id in the JSONIN      *

* batch must be on STOREMST; STORENEW must not hold store master *

* changes a failed STORMNT run left uncopied; PROMOCAL must have *

* rows in effect during the sale window; and yesterday's         *

* POSRECON must not have ended at severity 8. Each check is one  *

* line on the go/no-go checklist (PREFLTR). RETURN-CODE 8 (NO-GO *

* -- the scheduler holds the flyer job) on a stale sales master, *

* an uncopied store master, a failed reconciliation or an empty  *

* batch; 4 (GO with warnings) on an unknown store-id, no         *

* calendar rows for the window or no reconciliation status; 0    *

* clean. The JCL parm is the flyer run's date (YYYYMMDD),        *

* default today, the same as JSONCBL's.                          *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* Sales-history master, read by key for its control record only.

* OPTIONAL: a site with no master fails the check, not the job.

Select optional saleshist assign to SALESHIST

organization indexed

access dynamic

record key sh-key.

* The night's inventory batch, the same file JSONCBL will read;

* only the store-ids in the document headers are looked at.

* OPTIONAL so a missing feed is reported, not abended on.

Select optional invfile assign to JSONIN

organization line sequential.

* Store master, and the new master STORMNT writes for the

* scheduler to copy over it. OPTIONAL both: no STORENEW on hand

* means nothing is waiting to be copied.

Select optional storemst assign to STOREMST

organization line sequential.

Select optional storenew assign to STORENEW

organization line sequential.

* Promotion calendar, the same file JSONCBL reads.

Select optional promocal assign to PROMOCAL

organization line sequential.

* Reconciliation status rows POSRECON appends, one per run.

Select optional recstat assign to RECSTAT

organization line sequential.

* The go/no-go checklist.

Select prefrpt assign to PREFLTR organization line sequential.



DATA DIVISION.

File section.

FD saleshist.

1 saleshist-rec.

2 sh-key.

3 sh-store-id pic x(20).

3 sh-prod-name pic x(20).

2 sh-salesperday pic 9(3)v99.

2 sh-last-moved pic 9(8).

FD invfile.

1 json-input-record pic x(4000).

FD storemst.

1 storemst-rec.

2 sm-store-id pic x(20).

2 sm-store-name pic x(30).

2 sm-street pic x(30).

2 sm-phone pic x(12).

2 sm-logo-url pic x(100).

2 sm-footer-msg pic x(60).

FD storenew.

1 storenew-rec pic x(252).

FD promocal.

1 promocal-rec.

2 pr-type pic x(1).

2 pr-store-id pic x(20).

2 pr-prod-name pic x(20).

2 pr-start-date pic 9(8).

2 pr-end-date pic 9(8).

FD recstat.

1 recstat-rec.

2 rs-run-date pic 9(8).

2 rs-prices-date pic 9(8).

2 rs-severity pic 9(1).

FD prefrpt.

1 prefrpt-rec pic x(200) value spaces.

Working-storage section.

1 invfile-eof pic x(1) value 'N'.

1 storemst-eof pic x(1) value 'N'.

1 storenew-eof pic x(1) value 'N'.

1 promocal-eof pic x(1) value 'N'.

1 recstat-eof pic x(1) value 'N'.

* Key of SALESUPD's control record on the sales-history master

1 control-store-id pic x(20) value '*CONTROL*'.

1 last-applied-date pic 9(8) value 0.

* The flyer run's date, the day before it, and the end of the

* sale window JSONCBL will give the run's flyers (today plus seven

* when no blackout trims it)

1 run-date pic 9(8) value 0.

1 run-date-int pic 9(10) value 0.

1 prior-date pic 9(8) value 0.

1 prior-int pic 9(10) value 0.

1 window-end-date pic 9(8) value 0.

1 window-end-int pic 9(10) value 0.

* Store-ids on the store master, bounded like JSONCBL's own copy

1 store-master.

2 store-mst-count pic 9(3) value 0.

2 mst-store-id occurs 0 to 999 times

depending on store-mst-count

pic x(20).

1 store-mst-max pic 9(3) value 999.

1 mst-idx pic 9(3) value 0.

1 store-master-found pic x(1) value 'N'.

* One JSONIN line, and where its header's store-id sits in it

1 json-line pic x(4000) value spaces.

1 scan-pos pic 9(4) value 0.

1 store-id-lead pic x(20) value spaces.

1 batch-store-id pic x(20) value spaces.

* Distinct store-ids in the batch, first-seen order, same bound

1 batch-stores.

2 bst-count pic 9(3) value 0.

2 bst-store-id occurs 0 to 999 times

depending on bst-count

pic x(20).

1 bst-max pic 9(3) value 999.

1 bst-idx pic 9(3) value 0.

1 bst-found pic x(1) value 'N'.

1 bst-truncated pic x(1) value 'N'.

* Store master against STORENEW

1 storenew-found pic x(1) value 'N'.

1 storenew-differs pic x(1) value 'N'.

* Calendar rows in effect during the sale window

1 promo-rows-in-window pic 9(5) value 0.

1 promo-rows-read pic 9(5) value 0.

* The latest reconciliation status for yesterday's prices

1 recon-found pic x(1) value 'N'.

1 recon-severity pic 9(1) value 0.

1 recon-run-date pic 9(8) value 0.

* Checklist tallies behind the RETURN-CODE

1 nogo-count pic 9(3) value 0.

1 warn-count pic 9(3) value 0.

1 count-edit pic zz,zz9.

1 severity-edit pic 9.

* Checklist line being written: its verdict and its text

1 check-verdict pic x(6) value spaces.

1 check-text pic x(180) value spaces.



Linkage section.

1 parameters-from-jcl.

* System-inserted field for total string length of parameters

2 parameters-total-length pic 9(4) usage comp.

* Optional flyer run date (YYYYMMDD), default today

2 parameter-date pic x(8).



PROCEDURE DIVISION using parameters-from-jcl.

If parameters-total-length >= length of parameter-date

and parameter-date is numeric

and parameter-date not = '00000000' then

Move parameter-date to run-date

Else

Move function current-date(1:8) to run-date

End-if

Compute run-date-int = function INTEGER-OF-DATE(run-date)

Compute prior-int = run-date-int - 1

Compute prior-date = function DATE-OF-INTEGER(prior-int)

Compute window-end-int = run-date-int + 7

Compute window-end-date = function DATE-OF-INTEGER(window-end-int)

Open output prefrpt

Move spaces to prefrpt-rec

String "Pre-flight readiness check for the flyer run of "

function formatted-date("YYYY-MM-DD" run-date-int)

delimited by size

into prefrpt-rec

Write prefrpt-rec

Perform Check-Sales-History

Perform Load-Store-Master

Perform Check-Batch-Stores

Perform Check-Store-Master-Copy

Perform Check-Promo-Calendar

Perform Check-Reconciliation

Move spaces to prefrpt-rec

Evaluate true

When nogo-count > 0

Move nogo-count to count-edit

String "Result: NO-GO - " function trim(count-edit)

" check(s) failed, hold the flyer run"

delimited by size

into prefrpt-rec

When warn-count > 0

Move warn-count to count-edit

String "Result: GO with " function trim(count-edit)

" warning(s)"

delimited by size

into prefrpt-rec

When other

String "Result: GO" delimited by size into prefrpt-rec

End-evaluate

Write prefrpt-rec

Close prefrpt

* Severity for the scheduler: any failed check ends 8 and holds

* the flyer job, warnings alone end 4.

Evaluate true

When nogo-count > 0

Move 8 to return-code

When warn-count > 0

Move 4 to return-code

When other

Move 0 to return-code

End-evaluate

Goback.



* Writes one checklist line from check-verdict and check-text, and

* counts it toward the result.

Write-Check-Line.

Evaluate check-verdict

When "NO-GO"

Add 1 to nogo-count

When "WARN"

Add 1 to warn-count

End-evaluate

Move spaces to prefrpt-rec

String "  " check-verdict " " function trim(check-text)

delimited by size

into prefrpt-rec

Write prefrpt-rec.



* SALESUPD records the last business date it applied on the

* master's control record; tonight's flyers need yesterday's

* movement applied, or every item prices off the feed's own

* salesperday.

Check-Sales-History.

Open input saleshist

Move control-store-id to sh-store-id

Move spaces to sh-prod-name

Read saleshist

invalid key

Move 0 to last-applied-date

not invalid key

If sh-last-moved is numeric then

Move sh-last-moved to last-applied-date

End-if

End-read

Close saleshist

Move spaces to check-text

Evaluate true

When last-applied-date = prior-date

Move "GO" to check-verdict

String "SALESHIST movement applied through "

function formatted-date("YYYY-MM-DD" prior-int)

delimited by size

into check-text

When last-applied-date = 0

Move "NO-GO" to check-verdict

String "SALESHIST has no dated control record - "

"SALESUPD has not applied any movement"

delimited by size

into check-text

When other

Move "NO-GO" to check-verdict

String "SALESHIST movement applied through "

last-applied-date ", expected "

function formatted-date("YYYY-MM-DD" prior-int)

" - run SALESUPD first"

delimited by size

into check-text

End-evaluate

Perform Write-Check-Line.



* Reads the store master's store-ids, once.

Load-Store-Master.

Move 'N' to storemst-eof

Open input storemst

Perform until storemst-eof = 'Y'

Read storemst

at end

Move 'Y' to storemst-eof

not at end

If function trim(sm-store-id) not = spaces

and store-mst-count < store-mst-max then

Add 1 to store-mst-count

Move sm-store-id to mst-store-id(store-mst-count)

End-if

End-read

End-perform

Close storemst.



* Every store document in the batch names its store in the header's

* "store-id" member. Each distinct one must be on the store master,

* or JSONCBL will skip that store tonight; a batch with no store

* documents at all would publish nothing.

Check-Batch-Stores.

Move 'N' to invfile-eof

Open input invfile

Perform until invfile-eof = 'Y'

Read invfile into json-line

at end

Move 'Y' to invfile-eof

not at end

Move 0 to scan-pos

Inspect json-line tallying scan-pos

for characters before initial '"store-id"'

If scan-pos < length of json-line - 10 then

Perform Collect-Batch-Store

End-if

End-read

End-perform

Close invfile

If bst-count = 0 then

Move "NO-GO" to check-verdict

Move "JSONIN holds no store documents - nothing to publish"

to check-text

Perform Write-Check-Line

Else

Perform varying bst-idx from 1 by 1 until bst-idx > bst-count

Perform Check-One-Batch-Store

End-perform

End-if

If bst-truncated = 'Y' then

Move "WARN" to check-verdict

Move "JSONIN holds more stores than the check can list"

to check-text

Perform Write-Check-Line

End-if.



* Takes the store-id value that follows the "store-id" member name

* at scan-pos and adds it to the batch's distinct store list.

Collect-Batch-Store.

Move spaces to store-id-lead

Move spaces to batch-store-id

Unstring json-line(scan-pos + 11:) delimited by '"'

into store-id-lead batch-store-id

End-unstring

Move 'N' to bst-found

Perform varying bst-idx from 1 by 1

until bst-idx > bst-count or bst-found = 'Y'

If bst-store-id(bst-idx) = batch-store-id then

Move 'Y' to bst-found

End-if

End-perform

If bst-found not = 'Y' then

If bst-count < bst-max then

Add 1 to bst-count

Move batch-store-id to bst-store-id(bst-count)

Else

Move 'Y' to bst-truncated

End-if

End-if.



* One batch store against the store master.

Check-One-Batch-Store.

Move 'N' to store-master-found

Perform varying mst-idx from 1 by 1

until mst-idx > store-mst-count or store-master-found = 'Y'

If mst-store-id(mst-idx) = bst-store-id(bst-idx) then

Move 'Y' to store-master-found

End-if

End-perform

Move spaces to check-text

If store-master-found = 'Y' then

Move "GO" to check-verdict

String "store " function trim(bst-store-id(bst-idx))

" is on STOREMST"

delimited by size

into check-text

Else

Move "WARN" to check-verdict

String "store " function trim(bst-store-id(bst-idx))

" in JSONIN is not on STOREMST - no flyer tonight"

delimited by size

into check-text

End-if

Perform Write-Check-Line.



* STORMNT writes the new master to STORENEW and the scheduler

* copies it over STOREMST after a clean end, so once the copy is

* done the two are the same row for row. A STORENEW that differs

* holds changes that never reached the master.

Check-Store-Master-Copy.

Move 'N' to storemst-eof

Move 'N' to storenew-eof

Open input storemst

Open input storenew

Perform until storenew-eof = 'Y' or storenew-differs = 'Y'

Read storenew

at end

Move 'Y' to storenew-eof

not at end

Move 'Y' to storenew-found

End-read

If storemst-eof not = 'Y' then

Read storemst

at end

Move 'Y' to storemst-eof

End-read

End-if

Evaluate true

When storenew-eof = 'Y' and storemst-eof = 'Y'

Continue

When storenew-eof = 'Y' or storemst-eof = 'Y'

Move 'Y' to storenew-differs

When storenew-rec not = storemst-rec

Move 'Y' to storenew-differs

End-evaluate

End-perform

Close storenew

Close storemst

If storenew-found = 'Y' and storenew-differs = 'Y' then

Move "NO-GO" to check-verdict

Move "STORENEW differs from STOREMST - copy the STORMNT changes"

to check-text

Else

Move "GO" to check-verdict

Move "no store master changes waiting in STORENEW"

to check-text

End-if

Perform Write-Check-Line.



* The promotion calendar must have rows in effect during the sale

* window (the run date through seven days on); an empty or stale

* calendar means no blackout or protected promo will be honoured.

Check-Promo-Calendar.

Move 'N' to promocal-eof

Open input promocal

Perform until promocal-eof = 'Y'

Read promocal

at end

Move 'Y' to promocal-eof

not at end

Add 1 to promo-rows-read

If pr-start-date is numeric and pr-end-date is numeric then

If pr-start-date <= window-end-date

and pr-end-date >= run-date then

Add 1 to promo-rows-in-window

End-if

End-if

End-read

End-perform

Close promocal

Move spaces to check-text

If promo-rows-in-window > 0 then

Move "GO" to check-verdict

Move promo-rows-in-window to count-edit

String "PROMOCAL has " function trim(count-edit)

" row(s) in effect "

function formatted-date("YYYY-MM-DD" run-date-int) " to "

function formatted-date("YYYY-MM-DD" window-end-int)

delimited by size

into check-text

Else

Move "WARN" to check-verdict

Move promo-rows-read to count-edit

String "PROMOCAL has no rows in effect "

function formatted-date("YYYY-MM-DD" run-date-int) " to "

function formatted-date("YYYY-MM-DD" window-end-int)

" (" function trim(count-edit) " row(s) read)"

delimited by size

into check-text

End-if

Perform Write-Check-Line.



* POSRECON appends a status row per run naming the flyer run whose

* prices it reconciled; the latest row for yesterday's prices must

* not have ended at severity 8 -- the registers never loaded them.

Check-Reconciliation.

Move 'N' to recstat-eof

Open input recstat

Perform until recstat-eof = 'Y'

Read recstat

at end

Move 'Y' to recstat-eof

not at end

If rs-prices-date = prior-date

and rs-severity is numeric then

Move 'Y' to recon-found

Move rs-severity to recon-severity

Move rs-run-date to recon-run-date

End-if

End-read

End-perform

Close recstat

Move spaces to check-text

Move recon-severity to severity-edit

Evaluate true

When recon-found not = 'Y'

Move "WARN" to check-verdict

String "no POSRECON status for the prices of "

function formatted-date("YYYY-MM-DD" prior-int)

delimited by size

into check-text

When recon-severity >= 8

Move "NO-GO" to check-verdict

String "POSRECON for the prices of "

function formatted-date("YYYY-MM-DD" prior-int)

" ended at severity " severity-edit

" - the registers did not load them"

delimited by size

into check-text

When other

Move "GO" to check-verdict

String "POSRECON for the prices of "

function formatted-date("YYYY-MM-DD" prior-int)

" ended at severity " severity-edit

delimited by size

into check-text

End-evaluate

Perform Write-Check-Line.



End program PREFLITE.

