IDENTIFICATION DIVISION.

Program-id. INVRECON.

Author. Theendofline.

******************************************************************

* Perpetual inventory variance for loss prevention. JSONCBL      *

* appends every night's quantity on hand per store/SKU to the    *

* ONHAND snapshot. For a count date this job takes that night's  *

* count and the night before's, and expects the two to agree     *

* once the business day between them is taken off: its register  *

* movement (MOVEIN dated the night before, which SALESUPD        *

* applies ahead of the count date's flyer run), the previous     *

* night's pull-list decisions (SHRLEDG) and the store's          *

* transfers out on the previous night's suggestions (XFERREC). A *

* count lower than that is stock nobody can account for --       *

* theft, or a bad count that then drives the markdown math. A    *

* count higher than expected is a delivery and is not listed.    *

* Every store/SKU short by more than the unit tolerance is       *

* listed under its store, in units and at unit cost, and each    *

* store's listed total is held against its threshold from VARTHR *

* (default $50.00). RETURN-CODE 4 when any store is over its     *

* threshold, 8 when there is nothing to reconcile. The JCL parm  *

* is the count date (YYYYMMDD), default today.                   *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* The cumulative on-hand snapshot JSONCBL appends, same fixed

* layout. OPTIONAL: with none on hand there is nothing to compare.

Select optional onhand assign to ONHAND

organization line sequential.

* Daily register movement, the same file SALESUPD applies to the

* sales-history master; only rows for the business day between the

* two counts (the night before's date) count.

Select optional movein assign to MOVEIN

organization line sequential.

* The cumulative shrink ledger, same fixed layout JSONCBL appends.

Select optional shrledg assign to SHRLEDG

organization line sequential.

* Transfer suggestions JSONCBL appends nightly, same fixed layout;

* only the previous night's rows (by xf-date) count. OPTIONAL:

* a site that never ships stock between stores has none.

Select optional xferrec assign to XFERREC

organization line sequential.

* Per-store variance thresholds at cost, one row per store-id.

* OPTIONAL: a store with no row is held to the default.

Select optional varthr assign to VARTHR

organization line sequential.

* The loss-prevention variance report.

Select varrpt assign to VARRPT organization line sequential.

* Input rows skipped during the run are logged here instead of

* silently dropped.

Select varexc assign to VAREXCP organization line sequential.



DATA DIVISION.

File section.

FD onhand.

1 onhand-rec.

2 oh-date pic 9(8).

2 oh-store-id pic x(20).

2 oh-prod-name pic x(20).

2 oh-quantity pic 9(3).

2 oh-unitcost pic 9(4)v99.

FD movein.

1 movein-rec.

2 mv-store-id pic x(20).

2 mv-prod-name pic x(20).

2 mv-units-sold pic 9(5).

2 mv-bus-date pic 9(8).

FD shrledg.

1 shrledg-rec.

2 sl-date pic 9(8).

2 sl-store-id pic x(20).

2 sl-prod-name pic x(20).

2 sl-quantity pic 9(3).

2 sl-unitcost pic 9(4)v99.

2 sl-ext-value pic 9(7)v99.

2 sl-reason pic x(8).

2 sl-claim-ref pic x(12).

FD xferrec.

1 xferrec-rec.

2 xf-date pic 9(8).

2 xf-from-store pic x(20).

2 xf-to-store pic x(20).

2 xf-prod-name pic x(20).

2 xf-quantity pic 9(3).

2 xf-expiry pic 9(8).

* Threshold row: the store-id and the variance at cost, in

* dollars and cents, above which the store is flagged.

FD varthr.

1 varthr-rec.

2 vt-store-id pic x(20).

2 vt-threshold pic 9(5)v99.

FD varrpt.

1 varrpt-rec pic x(200) value spaces.

FD varexc.

1 varexc-rec pic x(200) value spaces.

Working-storage section.

1 onhand-eof pic x(1) value 'N'.

1 movein-eof pic x(1) value 'N'.

1 shrledg-eof pic x(1) value 'N'.

1 xferrec-eof pic x(1) value 'N'.

1 varthr-eof pic x(1) value 'N'.

* Every store/SKU counted on either night, with both counts, the

* day's movement and pulls against it, and what that leaves

* unaccounted for. A rerun of the flyer job can append a night's

* count twice; the later row simply replaces the earlier one.

* Bounded with a logged overflow notice, same bound as JSONCBL's

* batch inventory table.

1 snapshots.

2 snp-count pic 9(5) value 0.

2 snp-entry occurs 0 to 20000 times

depending on snp-count.

3 snp-store-id pic x(20).

3 snp-prod-name pic x(20).

3 snp-has-prior pic x(1).

3 snp-prior-qty pic 9(3).

3 snp-has-count pic x(1).

3 snp-count-qty pic 9(3).

3 snp-unitcost pic 9(4)v99.

3 snp-sold pic 9(7).

3 snp-pulled pic 9(5).

3 snp-transferred pic 9(5).

3 snp-expected pic s9(7).

3 snp-short pic s9(7).

3 snp-short-cost pic s9(7)v99.

3 snp-listed pic x(1).

1 snp-max pic 9(5) value 20000.

1 snp-truncated pic x(1) value 'N'.

1 snp-idx pic 9(5) value 0.

1 snp-found pic x(1) value 'N'.

1 snp-found-idx pic 9(5) value 0.

* Whether a row not yet in the table may be added to it: only the

* two snapshot nights add entries, movement and pulls for a

* store/SKU nobody counted have nothing to be held against

1 snp-may-add pic x(1) value 'N'.

* Key being looked up in the snapshot table

1 cur-store-id pic x(20) value spaces.

1 cur-prod-name pic x(20) value spaces.

* Per-store totals, in the order the stores were first counted

1 store-totals.

2 st-count pic 9(3) value 0.

2 st-entry occurs 0 to 999 times

depending on st-count.

3 st-store-id pic x(20).

3 st-threshold pic 9(5)v99.

3 st-skus pic 9(5).

3 st-lines pic 9(5).

3 st-short-units pic s9(7).

3 st-short-cost pic s9(7)v99.

3 st-over pic x(1).

1 st-max pic 9(3) value 999.

1 st-truncated pic x(1) value 'N'.

1 st-idx pic 9(3) value 0.

1 st-found pic x(1) value 'N'.

1 st-found-idx pic 9(3) value 0.

* Thresholds as read from VARTHR

1 thresholds.

2 thr-count pic 9(3) value 0.

2 thr-entry occurs 0 to 999 times

depending on thr-count.

3 thr-store-id pic x(20).

3 thr-amount pic 9(5)v99.

1 thr-max pic 9(3) value 999.

1 thr-truncated pic x(1) value 'N'.

1 thr-idx pic 9(3) value 0.

* A store with no VARTHR row is flagged above this much at cost

1 default-threshold pic 9(5)v99 value 50.00.

* A store/SKU is listed only when it is short by more than this

* many units -- a unit or two either way is a miscount at the

* register or on the shelf, not a loss

1 unit-tolerance pic 9(3) value 2.

* The count date reconciled and the night before it, which is also

* the business day whose movement falls between the two counts

1 recon-date pic 9(8) value 0.

1 recon-int pic 9(10) value 0.

1 prior-date pic 9(8) value 0.

1 prior-int pic 9(10) value 0.

1 recon-date-test pic s9(4) value 0.

* Run tallies for the report and the RETURN-CODE

1 recon-refused pic x(1) value 'N'.

1 skus-compared pic 9(5) value 0.

1 skus-listed pic 9(5) value 0.

1 stores-over pic 9(3) value 0.

1 rows-unusable pic 9(5) value 0.

* Edited fields for the report text

1 count-edit pic zz,zz9.

1 qty-edit pic zzz9.

1 counted-edit pic zzz9.

1 sold-edit pic z,zzz,zz9.

1 pulled-edit pic zz,zz9.

1 transferred-edit pic zz,zz9.

1 expected-edit pic -,---,--9.

1 short-edit pic -,---,--9.

1 cost-edit pic -,---,--9.99.

1 threshold-edit pic zz,zz9.99.



Linkage section.

1 parameters-from-jcl.

* System-inserted field for total string length of parameters

2 parameters-total-length pic 9(4) usage comp.

* Optional count date (YYYYMMDD), default today

2 parameter-date pic x(8).



PROCEDURE DIVISION using parameters-from-jcl.

Open output varrpt

Open output varexc

Perform Set-Reconciliation-Date

If recon-refused not = 'Y' then

Perform Load-Thresholds

Perform Load-Snapshots

Perform Check-Snapshot-Pairs

End-if

If recon-refused not = 'Y' then

Perform Total-Movement

Perform Total-Pulls

Perform Total-Transfers

Perform Work-Out-Variances

Perform Write-Variance-Report

End-if

Close varexc

Close varrpt

* Severity for the scheduler: nothing to reconcile ends 8, a store

* over its threshold ends 4.

Evaluate true

When recon-refused = 'Y'

Move 8 to return-code

When stores-over > 0

Move 4 to return-code

When other

Move 0 to return-code

End-evaluate

Goback.



* The count date comes from the JCL parm when it carries a real

* calendar date, today otherwise; a parm that is there but is not

* a date stops the run rather than reconcile the wrong day.

Set-Reconciliation-Date.

If parameters-total-length >= length of parameter-date

and function trim(parameter-date) not = spaces then

If parameter-date is numeric then

Move parameter-date to recon-date

Compute recon-date-test =

function test-date-yyyymmdd(recon-date)

Else

Move 1 to recon-date-test

End-if

Else

Move function current-date(1:8) to recon-date

Move 0 to recon-date-test

End-if

If recon-date-test not = 0 then

Move 'Y' to recon-refused

Move spaces to varrpt-rec

String "(parm) no usable count date (YYYYMMDD) - nothing"

" reconciled"

delimited by size

into varrpt-rec

Write varrpt-rec

Else

Compute recon-int = function INTEGER-OF-DATE(recon-date)

Compute prior-int = recon-int - 1

Compute prior-date = function DATE-OF-INTEGER(prior-int)

End-if.



* Reads the per-store thresholds. Rows with a blank store-id or a

* threshold that isn't a number are skipped and logged; rows past

* the bound are dropped with a single logged notice.

Load-Thresholds.

Move 'N' to varthr-eof

Open input varthr

Perform until varthr-eof = 'Y'

Read varthr

at end

Move 'Y' to varthr-eof

not at end

Evaluate true

When function trim(vt-store-id) = spaces

or vt-threshold is not numeric

Add 1 to rows-unusable

Move spaces to varexc-rec

String "(thresholds) unusable row skipped: "

function trim(vt-store-id)

delimited by size

into varexc-rec

Write varexc-rec

When thr-count < thr-max

Add 1 to thr-count

Move vt-store-id to thr-store-id(thr-count)

Move vt-threshold to thr-amount(thr-count)

When other

If thr-truncated not = 'Y' then

Move 'Y' to thr-truncated

Move spaces to varexc-rec

String "(thresholds) more rows than the threshold table"

" holds - extra rows ignored"

delimited by size

into varexc-rec

Write varexc-rec

End-if

End-evaluate

End-read

End-perform

Close varthr.



* Reads the on-hand snapshot front to back, keeping the two nights

* that matter: the count date's count and the night before's.

Load-Snapshots.

Move 'N' to onhand-eof

Move 'Y' to snp-may-add

Open input onhand

Perform until onhand-eof = 'Y'

Read onhand

at end

Move 'Y' to onhand-eof

not at end

Evaluate true

When function trim(oh-store-id) = spaces

or function trim(oh-prod-name) = spaces

or oh-date is not numeric

or oh-quantity is not numeric

or oh-unitcost is not numeric

Add 1 to rows-unusable

Move spaces to varexc-rec

String "(on-hand snapshot) unusable row skipped: "

function trim(oh-store-id) " "

function trim(oh-prod-name)

delimited by size

into varexc-rec

Write varexc-rec

When oh-date = prior-date

Move oh-store-id to cur-store-id

Move oh-prod-name to cur-prod-name

Perform Find-Snapshot-Entry

If snp-found-idx > 0 then

Move 'Y' to snp-has-prior(snp-found-idx)

Move oh-quantity to snp-prior-qty(snp-found-idx)

End-if

When oh-date = recon-date

Move oh-store-id to cur-store-id

Move oh-prod-name to cur-prod-name

Perform Find-Snapshot-Entry

If snp-found-idx > 0 then

Move 'Y' to snp-has-count(snp-found-idx)

Move oh-quantity to snp-count-qty(snp-found-idx)

Move oh-unitcost to snp-unitcost(snp-found-idx)

End-if

When other

Continue

End-evaluate

End-read

End-perform

Close onhand

Move 'N' to snp-may-add.



* Only a store/SKU counted both nights can be reconciled; with no

* such pair at all -- the flyer job didn't run one of the nights,

* or ran for none of the same stores -- the run has nothing to say

* and is stopped rather than report a clean bill of health.

Check-Snapshot-Pairs.

Perform varying snp-idx from 1 by 1 until snp-idx > snp-count

If snp-has-prior(snp-idx) = 'Y'

and snp-has-count(snp-idx) = 'Y' then

Add 1 to skus-compared

End-if

End-perform

If skus-compared = 0 then

Move 'Y' to recon-refused

Move spaces to varrpt-rec

String "(on-hand snapshot) no store/SKU counted on both "

function formatted-date("YYYY-MM-DD" prior-int)

" and "

function formatted-date("YYYY-MM-DD" recon-int)

" - nothing reconciled"

delimited by size

into varrpt-rec

Write varrpt-rec

End-if.



* Sets snp-found-idx to the cur- store/SKU's snapshot entry. While

* the snapshots load (snp-may-add = 'Y') a new store/SKU is added

* on first sight -- zero, with one logged notice, once the table is

* full; afterwards a store/SKU not in the table gets zero.

Find-Snapshot-Entry.

Move 'N' to snp-found

Move 0 to snp-found-idx

Perform varying snp-idx from 1 by 1

until snp-idx > snp-count or snp-found = 'Y'

If snp-store-id(snp-idx) = cur-store-id

and snp-prod-name(snp-idx) = cur-prod-name then

Move 'Y' to snp-found

Move snp-idx to snp-found-idx

End-if

End-perform

If snp-found not = 'Y' and snp-may-add = 'Y' then

If snp-count < snp-max then

Add 1 to snp-count

Move snp-count to snp-found-idx

Move cur-store-id to snp-store-id(snp-found-idx)

Move cur-prod-name to snp-prod-name(snp-found-idx)

Move 'N' to snp-has-prior(snp-found-idx)

Move 0 to snp-prior-qty(snp-found-idx)

Move 'N' to snp-has-count(snp-found-idx)

Move 0 to snp-count-qty(snp-found-idx)

Move 0 to snp-unitcost(snp-found-idx)

Move 0 to snp-sold(snp-found-idx)

Move 0 to snp-pulled(snp-found-idx)

Move 0 to snp-transferred(snp-found-idx)

Move 0 to snp-expected(snp-found-idx)

Move 0 to snp-short(snp-found-idx)

Move 0 to snp-short-cost(snp-found-idx)

Move 'N' to snp-listed(snp-found-idx)

Else

If snp-truncated not = 'Y' then

Move 'Y' to snp-truncated

Move spaces to varexc-rec

String "(on-hand snapshot) more store/SKUs than the"

" snapshot table holds - extra ones not reconciled"

delimited by size

into varexc-rec

Write varexc-rec

End-if

End-if

End-if.



* Adds the register movement for the business day between the two

* counts -- the night before's date, applied by SALESUPD ahead of

* the count date's run -- to the store/SKUs counted. Movement for

* other dates is somebody else's day.

Total-Movement.

Move 'N' to movein-eof

Open input movein

Perform until movein-eof = 'Y'

Read movein

at end

Move 'Y' to movein-eof

not at end

Evaluate true

When function trim(mv-store-id) = spaces

or function trim(mv-prod-name) = spaces

or mv-units-sold is not numeric

or mv-bus-date is not numeric

Add 1 to rows-unusable

Move spaces to varexc-rec

String "(register movement) unusable row skipped: "

function trim(mv-store-id) " "

function trim(mv-prod-name)

delimited by size

into varexc-rec

Write varexc-rec

When mv-bus-date = prior-date

Move mv-store-id to cur-store-id

Move mv-prod-name to cur-prod-name

Perform Find-Snapshot-Entry

If snp-found-idx > 0 then

Add mv-units-sold to snp-sold(snp-found-idx)

on size error

Move 9999999 to snp-sold(snp-found-idx)

end-add

End-if

When other

Continue

End-evaluate

End-read

End-perform

Close movein.



* Adds the previous night's pull-list decisions (expired and

* aged-out alike) to the store/SKUs counted: the morning crew took

* that stock off the shelf before the count date's count.

Total-Pulls.

Move 'N' to shrledg-eof

Open input shrledg

Perform until shrledg-eof = 'Y'

Read shrledg

at end

Move 'Y' to shrledg-eof

not at end

Evaluate true

When function trim(sl-store-id) = spaces

or function trim(sl-prod-name) = spaces

or sl-quantity is not numeric

or sl-date is not numeric

Add 1 to rows-unusable

Move spaces to varexc-rec

String "(shrink ledger) unusable row skipped: "

function trim(sl-store-id) " "

function trim(sl-prod-name)

delimited by size

into varexc-rec

Write varexc-rec

When sl-date = prior-date

Move sl-store-id to cur-store-id

Move sl-prod-name to cur-prod-name

Perform Find-Snapshot-Entry

If snp-found-idx > 0 then

Add sl-quantity to snp-pulled(snp-found-idx)

on size error

Move 99999 to snp-pulled(snp-found-idx)

end-add

End-if

When other

Continue

End-evaluate

End-read

End-perform

Close shrledg.



* Adds the previous night's transfer suggestions to the sending

* store/SKUs counted: the surplus went on the truck to the other

* store before the count date's count.

Total-Transfers.

Move 'N' to xferrec-eof

Open input xferrec

Perform until xferrec-eof = 'Y'

Read xferrec

at end

Move 'Y' to xferrec-eof

not at end

Evaluate true

When function trim(xf-from-store) = spaces

or function trim(xf-prod-name) = spaces

or xf-quantity is not numeric

or xf-date is not numeric

Add 1 to rows-unusable

Move spaces to varexc-rec

String "(transfers) unusable row skipped: "

function trim(xf-from-store) " "

function trim(xf-prod-name)

delimited by size

into varexc-rec

Write varexc-rec

When xf-date = prior-date

Move xf-from-store to cur-store-id

Move xf-prod-name to cur-prod-name

Perform Find-Snapshot-Entry

If snp-found-idx > 0 then

Add xf-quantity to snp-transferred(snp-found-idx)

on size error

Move 99999 to snp-transferred(snp-found-idx)

end-add

End-if

When other

Continue

End-evaluate

End-read

End-perform

Close xferrec.



* For every store/SKU counted both nights: expected on hand is the

* night before's count less the day's sales, pulls and transfers

* out, and the shortfall is expected less counted. A shortfall past the unit

* tolerance is listed and goes into its store's totals, which are

* then held against the store's threshold.

Work-Out-Variances.

Perform varying snp-idx from 1 by 1 until snp-idx > snp-count

If snp-has-prior(snp-idx) = 'Y'

and snp-has-count(snp-idx) = 'Y' then

Perform Find-Store-Totals

If st-found-idx > 0 then

Add 1 to st-skus(st-found-idx)

Compute snp-expected(snp-idx) = snp-prior-qty(snp-idx)

- snp-sold(snp-idx) - snp-pulled(snp-idx)

- snp-transferred(snp-idx)

Compute snp-short(snp-idx) =

snp-expected(snp-idx) - snp-count-qty(snp-idx)

If snp-short(snp-idx) > unit-tolerance then

Move 'Y' to snp-listed(snp-idx)

Add 1 to skus-listed

Compute snp-short-cost(snp-idx) =

snp-short(snp-idx) * snp-unitcost(snp-idx)

Add 1 to st-lines(st-found-idx)

Add snp-short(snp-idx) to st-short-units(st-found-idx)

Add snp-short-cost(snp-idx) to st-short-cost(st-found-idx)

End-if

End-if

End-if

End-perform

Perform varying st-idx from 1 by 1 until st-idx > st-count

If st-short-cost(st-idx) > st-threshold(st-idx) then

Move 'Y' to st-over(st-idx)

Add 1 to stores-over

End-if

End-perform.



* Sets st-found-idx to the store totals for snp-store-id(snp-idx),

* adding the store on first sight with its threshold; zero, with

* one logged notice, once the table is full.

Find-Store-Totals.

Move 'N' to st-found

Move 0 to st-found-idx

Perform varying st-idx from 1 by 1

until st-idx > st-count or st-found = 'Y'

If st-store-id(st-idx) = snp-store-id(snp-idx) then

Move 'Y' to st-found

Move st-idx to st-found-idx

End-if

End-perform

If st-found not = 'Y' then

If st-count < st-max then

Add 1 to st-count

Move st-count to st-found-idx

Move snp-store-id(snp-idx) to st-store-id(st-found-idx)

Move default-threshold to st-threshold(st-found-idx)

Perform varying thr-idx from 1 by 1 until thr-idx > thr-count

If thr-store-id(thr-idx) = snp-store-id(snp-idx) then

Move thr-amount(thr-idx) to st-threshold(st-found-idx)

End-if

End-perform

Move 0 to st-skus(st-found-idx)

Move 0 to st-lines(st-found-idx)

Move 0 to st-short-units(st-found-idx)

Move 0 to st-short-cost(st-found-idx)

Move 'N' to st-over(st-found-idx)

Else

If st-truncated not = 'Y' then

Move 'Y' to st-truncated

Move spaces to varexc-rec

String "(stores) more stores than the totals table holds"

" - extra stores not reconciled"

delimited by size

into varexc-rec

Write varexc-rec

End-if

End-if

End-if.



* Writes loss prevention's report: a heading, then one block per

* store -- its totals against its threshold and the store/SKUs

* behind them -- and the count of stores over threshold.

Write-Variance-Report.

Move spaces to varrpt-rec

String "Perpetual inventory variance - count of "

function formatted-date("YYYY-MM-DD" recon-int)

" against the count of "

function formatted-date("YYYY-MM-DD" prior-int)

", business day "

function formatted-date("YYYY-MM-DD" prior-int)

delimited by size

into varrpt-rec

Write varrpt-rec

Move skus-compared to count-edit

Move unit-tolerance to qty-edit

Move spaces to varrpt-rec

String "Store/SKUs counted both nights: " function trim(count-edit)

" - listed when short by more than "

function trim(qty-edit) " unit(s)"

delimited by size

into varrpt-rec

Write varrpt-rec

Perform varying st-idx from 1 by 1 until st-idx > st-count

Perform Write-One-Store

End-perform

Move stores-over to count-edit

Move spaces to varrpt-rec

String "Stores over their variance threshold: "

function trim(count-edit)

delimited by size

into varrpt-rec

Write varrpt-rec

If rows-unusable > 0 then

Move rows-unusable to count-edit

Move spaces to varrpt-rec

String "Unusable input rows skipped (see VAREXCP): "

function trim(count-edit)

delimited by size

into varrpt-rec

Write varrpt-rec

End-if.



* One store's block: its totals line, then one line per store/SKU

* listed for it.

Write-One-Store.

Move st-skus(st-idx) to count-edit

Move spaces to varrpt-rec

String "Store " function trim(st-store-id(st-idx)) ": "

function trim(count-edit) " SKU(s) compared"

delimited by size

into varrpt-rec

Write varrpt-rec

Move st-lines(st-idx) to count-edit

Move st-short-units(st-idx) to short-edit

Move st-short-cost(st-idx) to cost-edit

Move st-threshold(st-idx) to threshold-edit

Move spaces to varrpt-rec

If st-over(st-idx) = 'Y' then

String "  " function trim(count-edit) " listed, short "

function trim(short-edit) " unit(s), $"

function trim(cost-edit) " at cost - threshold $"

function trim(threshold-edit) " - OVER THRESHOLD"

delimited by size

into varrpt-rec

Else

String "  " function trim(count-edit) " listed, short "

function trim(short-edit) " unit(s), $"

function trim(cost-edit) " at cost - threshold $"

function trim(threshold-edit) " - within threshold"

delimited by size

into varrpt-rec

End-if

Write varrpt-rec

Perform varying snp-idx from 1 by 1 until snp-idx > snp-count

If snp-listed(snp-idx) = 'Y'

and snp-store-id(snp-idx) = st-store-id(st-idx) then

Perform Write-One-Variance-Line

End-if

End-perform.



* One store/SKU line under its store: the night before's count,

* what sold, was pulled and was transferred out, what should be

* left, what was counted, and the shortfall in units and at unit

* cost.

Write-One-Variance-Line.

Move snp-prior-qty(snp-idx) to qty-edit

Move snp-count-qty(snp-idx) to counted-edit

Move snp-sold(snp-idx) to sold-edit

Move snp-pulled(snp-idx) to pulled-edit

Move snp-transferred(snp-idx) to transferred-edit

Move snp-expected(snp-idx) to expected-edit

Move snp-short(snp-idx) to short-edit

Move snp-short-cost(snp-idx) to cost-edit

Move spaces to varrpt-rec

String "    " function trim(snp-prod-name(snp-idx))

": on hand " function trim(qty-edit)

", sold " function trim(sold-edit)

", pulled " function trim(pulled-edit)

", transferred " function trim(transferred-edit)

", expected " function trim(expected-edit)

", counted " function trim(counted-edit)

" - short " function trim(short-edit)

" unit(s), $" function trim(cost-edit) " at cost"

delimited by size

into varrpt-rec

Write varrpt-rec.



End program INVRECON.

