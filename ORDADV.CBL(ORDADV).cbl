IDENTIFICATION DIVISION.

Program-id. ORDADV.

Author. Theendofline.

******************************************************************

* Weekly order-reduction advisory for the replenishment buyers.  *

* The same SKUs ride the 25/50/75 ladder and land on the pull    *

* list week after week at the same stores, because ordering      *

* never sees what the markdown system learns. This job reads the *

* markdown history (MARKHIST), the markdown and shrink ledgers   *

* JSONCBL appends (MKDNLEDG, SHRLEDG) and the trailing average   *

* SALESUPD keeps on SALESHIST, and for every store/SKU that was  *

* marked down or pulled repeatedly over the period writes a      *

* fixed-column recommendation row for the ordering system's      *

* import: average daily sales, units lost to markdown and to     *

* shrink, and a suggested maximum order -- one order cycle of    *

* what the store really sells. A printed summary by PRODMST      *

* department goes to the category managers. An optional parm     *

* gives the period in days (default 28, ending today).           *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* Markdown history, the indexed file JSONCBL maintains in place,

* read front to back. OPTIONAL so a site with no history yet just

* advises from the ledgers.

Select optional markhist assign to MARKHIST

organization indexed

access dynamic

record key mk-key.

* Sales-history master, read by key once per store/SKU advised.

* OPTIONAL: with no master on hand every average reads as zero.

Select optional saleshist assign to SALESHIST

organization indexed

access dynamic

record key sh-key.

* The cumulative markdown and shrink ledgers, same fixed layouts

* JSONCBL appends. OPTIONAL so a missing one just contributes

* nothing.

Select optional mkdnledg assign to MKDNLEDG

organization line sequential.

Select optional shrledg assign to SHRLEDG

organization line sequential.

* Product reference master, read once for each SKU's department.

Select optional prodmst assign to PRODMST

organization line sequential.

* The recommendation file for the ordering system, fixed columns.

Select ordfile assign to ORDADVF organization line sequential.

* The printed summary by department.

Select ordrpt assign to ORDADVR organization line sequential.

* Input rows skipped during the run are logged here instead of

* silently dropped.

Select ordexc assign to ORDEXCP organization line sequential.



DATA DIVISION.

File section.

FD markhist.

1 markhist-rec.

2 mk-key.

3 mk-store-id pic x(20).

3 mk-prod-name pic x(20).

2 mk-rate pic v99.

2 mk-appearances pic 9(2).

2 mk-last-date pic 9(8).

FD saleshist.

1 saleshist-rec.

2 sh-key.

3 sh-store-id pic x(20).

3 sh-prod-name pic x(20).

2 sh-salesperday pic 9(3)v99.

2 sh-last-moved pic 9(8).

FD mkdnledg.

1 mkdnledg-rec.

2 ml-date pic 9(8).

2 ml-store-id pic x(20).

2 ml-prod-name pic x(20).

2 ml-rate pic v99.

2 ml-quantity pic 9(3).

2 ml-shelf-price pic 9(4)v99.

2 ml-sale-price pic 9(4)v99.

2 ml-unitcost pic 9(4)v99.

2 ml-ext-markdown pic 9(7)v99.

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

FD prodmst.

1 prodmst-rec.

2 pm-prod-name pic x(20).

2 pm-descr pic x(40).

2 pm-dept pic x(20).

2 pm-aisle pic x(6).

* Recommendation row, fixed columns so the ordering system's

* import can pick fields by position: the run date and the period

* it covers, the store/SKU and its department, the trailing daily

* average, the units lost to markdown and to shrink over the

* period and how many times each happened, and the suggested

* maximum order quantity.

FD ordfile.

1 ordfile-rec.

2 oa-run-date pic 9(8).

2 oa-period-days pic 9(3).

2 oa-store-id pic x(20).

2 oa-prod-name pic x(20).

2 oa-dept pic x(20).

2 oa-salesperday pic 9(3)v99.

2 oa-mkdn-units pic 9(5).

2 oa-mkdn-runs pic 9(3).

2 oa-shrink-units pic 9(5).

2 oa-pull-events pic 9(3).

2 oa-max-order pic 9(5).

FD ordrpt.

1 ordrpt-rec pic x(200) value spaces.

FD ordexc.

1 ordexc-rec pic x(200) value spaces.

Working-storage section.

1 markhist-eof pic x(1) value 'N'.

1 mkdnledg-eof pic x(1) value 'N'.

1 shrledg-eof pic x(1) value 'N'.

1 prodmst-eof pic x(1) value 'N'.

* SKU-to-department table from the product reference master,

* same bound as JSONCBL's copy of it

1 product-master.

2 prod-mst-count pic 9(4) value 0.

2 prod-mst-entry occurs 0 to 5000 times

depending on prod-mst-count.

3 pmt-prod-name pic x(20).

3 pmt-dept pic x(20).

1 prod-mst-max pic 9(4) value 5000.

1 prod-mst-truncated pic x(1) value 'N'.

1 pmt-idx pic 9(4) value 0.

1 prod-ref-found pic x(1) value 'N'.

1 no-dept-name pic x(20) value '(no department)'.

* Every store/SKU seen in the period, with what the period did to

* it. A markdown run counts once however many nights it rode the

* ladder: a ledger row dated the night after the entry's last

* markdown continues the run, anything else starts a new one and

* adds its quantity on hand to the units lost to markdown. Every

* pull is its own event. Bounded with a logged overflow notice.

1 advice.

2 adv-count pic 9(4) value 0.

2 adv-entry occurs 0 to 9999 times

depending on adv-count.

3 adv-store-id pic x(20).

3 adv-prod-name pic x(20).

3 adv-dept pic x(20).

3 adv-mkdn-runs pic 9(3).

3 adv-mkdn-units pic 9(5).

3 adv-last-mkdn-int pic 9(10).

3 adv-pull-events pic 9(3).

3 adv-shrink-units pic 9(5).

3 adv-appearances pic 9(2).

3 adv-salesperday pic 9(3)v99.

3 adv-max-order pic 9(5).

3 adv-flagged pic x(1).

1 adv-max pic 9(4) value 9999.

1 adv-truncated pic x(1) value 'N'.

1 adv-idx pic 9(4) value 0.

1 adv-found pic x(1) value 'N'.

1 adv-found-idx pic 9(4) value 0.

* Key being looked up in the advice table

1 cur-store-id pic x(20) value spaces.

1 cur-prod-name pic x(20) value spaces.

* A store/SKU is advised on when markdown runs and pulls together

* reach this many in the period, or when it is on its second (or

* later) consecutive flyer appearance right now

1 repeat-threshold pic 9(2) value 2.

* One order cycle -- the suggested maximum order is this many days

* of the store's real trailing average sales

1 order-cover-days pic 9(2) value 7.

* Per-department summary for the printed report

1 dept-stats.

2 dp-count pic 9(3) value 0.

2 dp-entry occurs 0 to 999 times

depending on dp-count.

3 dp-dept pic x(20).

3 dp-sku-count pic 9(5).

3 dp-mkdn-units pic 9(7).

3 dp-shrink-units pic 9(7).

3 dp-max-order pic 9(7).

1 dp-max pic 9(3) value 999.

1 dp-truncated pic x(1) value 'N'.

1 dp-idx pic 9(3) value 0.

1 dp-found pic x(1) value 'N'.

1 dp-found-idx pic 9(3) value 0.

* Period covered: period-days ending on the run date

1 period-days pic 9(3) value 28.

1 run-date pic 9(8) value 0.

1 run-date-int pic 9(10) value 0.

1 period-start-int pic 9(10) value 0.

1 row-date-int pic 9(10) value 0.

1 row-date-test pic s9(4) value 0.

* Run tallies and edited fields for the report text

1 rows-flagged pic 9(5) value 0.

1 count-edit pic zz,zz9.

1 units-edit pic z,zzz,zz9.

1 mkdn-units-edit pic zz,zz9.

1 shrink-units-edit pic zz,zz9.

1 spd-edit pic zz9.99.



Linkage section.

1 parameters-from-jcl.

* System-inserted field for total string length of parameters

2 parameters-total-length pic 9(4) usage comp.

* Optional period in days (3 digits) ending today

2 parameter-days pic x(3).



PROCEDURE DIVISION using parameters-from-jcl.

Move function current-date(1:8) to run-date

Compute run-date-int = function INTEGER-OF-DATE(run-date)

If parameters-total-length >= length of parameter-days

and parameter-days is numeric then

If parameter-days > 0 then

Move parameter-days to period-days

End-if

End-if

Compute period-start-int = run-date-int - period-days + 1

Open output ordexc

Perform Load-Product-Master

Perform Load-Markdown-History

Perform Total-Markdown-Ledger

Perform Total-Shrink-Ledger

Perform Set-Recommendations

Perform Write-Recommendation-File

Perform Write-Department-Summary

Close ordexc

Goback.



* Reads the product reference master into the SKU-to-department

* table. Rows with a blank SKU are skipped; rows past the bound

* are dropped with a single logged notice.

Load-Product-Master.

Move 'N' to prodmst-eof

Open input prodmst

Perform until prodmst-eof = 'Y'

Read prodmst

at end

Move 'Y' to prodmst-eof

not at end

If function trim(pm-prod-name) not = spaces then

If prod-mst-count < prod-mst-max then

Add 1 to prod-mst-count

Move pm-prod-name to pmt-prod-name(prod-mst-count)

Move pm-dept to pmt-dept(prod-mst-count)

Else

If prod-mst-truncated not = 'Y' then

Move 'Y' to prod-mst-truncated

Move spaces to ordexc-rec

String "(product reference) master larger than the"

" product-master table - extra rows ignored"

delimited by size

into ordexc-rec

Write ordexc-rec

End-if

End-if

End-if

End-read

End-perform

Close prodmst.



* Reads the markdown history front to back. Every store/SKU still

* riding the ladder from within the period carries its current

* appearance count into the advice table.

Load-Markdown-History.

Move 'N' to markhist-eof

Open input markhist

Perform until markhist-eof = 'Y'

Read markhist next

at end

Move 'Y' to markhist-eof

not at end

If function trim(mk-store-id) not = spaces

and function trim(mk-prod-name) not = spaces

and mk-appearances is numeric

and mk-last-date is numeric then

Move mk-last-date to row-date-int

Perform Check-Row-In-Period

If row-date-test = 0 then

Move mk-store-id to cur-store-id

Move mk-prod-name to cur-prod-name

Perform Find-Advice-Entry

If adv-found-idx > 0 then

Move mk-appearances to adv-appearances(adv-found-idx)

End-if

End-if

End-if

End-read

End-perform

Close markhist.



* Folds the period's markdown-ledger rows into the advice table,

* one markdown run per unbroken string of nights.

Total-Markdown-Ledger.

Move 'N' to mkdnledg-eof

Open input mkdnledg

Perform until mkdnledg-eof = 'Y'

Read mkdnledg

at end

Move 'Y' to mkdnledg-eof

not at end

Evaluate true

When function trim(ml-store-id) = spaces

or function trim(ml-prod-name) = spaces

or ml-quantity is not numeric

or ml-date is not numeric

Move spaces to ordexc-rec

String "(markdown ledger) unusable row skipped: "

function trim(ml-store-id) " "

function trim(ml-prod-name)

delimited by size

into ordexc-rec

Write ordexc-rec

When other

Move ml-date to row-date-int

Perform Check-Row-In-Period

If row-date-test = 0 then

Move ml-store-id to cur-store-id

Move ml-prod-name to cur-prod-name

Perform Find-Advice-Entry

If adv-found-idx > 0 then

Perform Add-Markdown-Row

End-if

End-if

End-evaluate

End-read

End-perform

Close mkdnledg.



* Adds one in-period markdown-ledger row to its advice entry:

* the night after the entry's last markdown continues that run,

* anything else starts a new run.

Add-Markdown-Row.

If row-date-int not = adv-last-mkdn-int(adv-found-idx) + 1

and row-date-int not = adv-last-mkdn-int(adv-found-idx) then

Add 1 to adv-mkdn-runs(adv-found-idx)

Add ml-quantity to adv-mkdn-units(adv-found-idx)

on size error

Move 99999 to adv-mkdn-units(adv-found-idx)

end-add

End-if

Move row-date-int to adv-last-mkdn-int(adv-found-idx).



* Folds the period's shrink-ledger rows into the advice table;

* every pull, expired or aged-out, is one event.

Total-Shrink-Ledger.

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

Move spaces to ordexc-rec

String "(shrink ledger) unusable row skipped: "

function trim(sl-store-id) " "

function trim(sl-prod-name)

delimited by size

into ordexc-rec

Write ordexc-rec

When other

Move sl-date to row-date-int

Perform Check-Row-In-Period

If row-date-test = 0 then

Move sl-store-id to cur-store-id

Move sl-prod-name to cur-prod-name

Perform Find-Advice-Entry

If adv-found-idx > 0 then

Add 1 to adv-pull-events(adv-found-idx)

Add sl-quantity to adv-shrink-units(adv-found-idx)

on size error

Move 99999 to adv-shrink-units(adv-found-idx)

end-add

End-if

End-if

End-evaluate

End-read

End-perform

Close shrledg.



* Turns the YYYYMMDD date the caller left in row-date-int into its

* day number in place, and sets row-date-test to zero only when it

* is a real date inside the period.

Check-Row-In-Period.

Compute row-date-test = function test-date-yyyymmdd(row-date-int)

If row-date-test = 0 then

Compute row-date-int = function INTEGER-OF-DATE(row-date-int)

If row-date-int < period-start-int

or row-date-int > run-date-int then

Move 1 to row-date-test

End-if

End-if.



* Sets adv-found-idx to the cur- store/SKU's advice entry, adding

* it on first sight; zero (with one logged notice) once the table

* is full.

Find-Advice-Entry.

Move 'N' to adv-found

Move 0 to adv-found-idx

Perform varying adv-idx from 1 by 1

until adv-idx > adv-count or adv-found = 'Y'

If adv-store-id(adv-idx) = cur-store-id

and adv-prod-name(adv-idx) = cur-prod-name then

Move 'Y' to adv-found

Move adv-idx to adv-found-idx

End-if

End-perform

If adv-found not = 'Y' then

If adv-count < adv-max then

Add 1 to adv-count

Move adv-count to adv-found-idx

Move cur-store-id to adv-store-id(adv-found-idx)

Move cur-prod-name to adv-prod-name(adv-found-idx)

Move no-dept-name to adv-dept(adv-found-idx)

Move 0 to adv-mkdn-runs(adv-found-idx)

Move 0 to adv-mkdn-units(adv-found-idx)

Move 0 to adv-last-mkdn-int(adv-found-idx)

Move 0 to adv-pull-events(adv-found-idx)

Move 0 to adv-shrink-units(adv-found-idx)

Move 0 to adv-appearances(adv-found-idx)

Move 0 to adv-salesperday(adv-found-idx)

Move 0 to adv-max-order(adv-found-idx)

Move 'N' to adv-flagged(adv-found-idx)

Else

If adv-truncated not = 'Y' then

Move 'Y' to adv-truncated

Move spaces to ordexc-rec

String "(advice) more store/SKUs in the period than the"

" advice table holds - extra ones left out"

delimited by size

into ordexc-rec

Write ordexc-rec

End-if

End-if

End-if.



* Decides which store/SKUs get a recommendation and works out each

* one's department, trailing average and suggested maximum order.

Set-Recommendations.

Open input saleshist

Perform varying adv-idx from 1 by 1 until adv-idx > adv-count

If adv-mkdn-runs(adv-idx) + adv-pull-events(adv-idx)

>= repeat-threshold

or adv-appearances(adv-idx) >= repeat-threshold then

Move 'Y' to adv-flagged(adv-idx)

Add 1 to rows-flagged

Perform Set-One-Recommendation

End-if

End-perform

Close saleshist.



* Fills one flagged entry: its department, the trailing average

* from the sales-history master (zero when the master has no

* record -- the register saw nothing sell), and one order cycle of

* that average, truncated, as the suggested maximum order.

Set-One-Recommendation.

Move 'N' to prod-ref-found

Perform varying pmt-idx from 1 by 1

until pmt-idx > prod-mst-count or prod-ref-found = 'Y'

If pmt-prod-name(pmt-idx) = adv-prod-name(adv-idx) then

Move 'Y' to prod-ref-found

If function trim(pmt-dept(pmt-idx)) not = spaces then

Move pmt-dept(pmt-idx) to adv-dept(adv-idx)

End-if

End-if

End-perform

Move adv-store-id(adv-idx) to sh-store-id

Move adv-prod-name(adv-idx) to sh-prod-name

Read saleshist

invalid key

Move 0 to adv-salesperday(adv-idx)

not invalid key

If sh-salesperday is numeric then

Move sh-salesperday to adv-salesperday(adv-idx)

Else

Move 0 to adv-salesperday(adv-idx)

End-if

End-read

Compute adv-max-order(adv-idx) =

adv-salesperday(adv-idx) * order-cover-days.



* Writes one recommendation row per flagged store/SKU.

Write-Recommendation-File.

Open output ordfile

Perform varying adv-idx from 1 by 1 until adv-idx > adv-count

If adv-flagged(adv-idx) = 'Y' then

Move spaces to ordfile-rec

Move run-date to oa-run-date

Move period-days to oa-period-days

Move adv-store-id(adv-idx) to oa-store-id

Move adv-prod-name(adv-idx) to oa-prod-name

Move adv-dept(adv-idx) to oa-dept

Move adv-salesperday(adv-idx) to oa-salesperday

Move adv-mkdn-units(adv-idx) to oa-mkdn-units

Move adv-mkdn-runs(adv-idx) to oa-mkdn-runs

Move adv-shrink-units(adv-idx) to oa-shrink-units

Move adv-pull-events(adv-idx) to oa-pull-events

Move adv-max-order(adv-idx) to oa-max-order

Write ordfile-rec

End-if

End-perform

Close ordfile.



* Writes the category managers' summary: a heading, then for each

* department its totals and the store/SKUs behind them.

Write-Department-Summary.

Perform varying adv-idx from 1 by 1 until adv-idx > adv-count

If adv-flagged(adv-idx) = 'Y' then

Perform Add-Department-Totals

End-if

End-perform

Open output ordrpt

Move period-days to count-edit

Move spaces to ordrpt-rec

String "Order-reduction advisory - last "

function trim(count-edit) " days to "

function formatted-date("YYYY-MM-DD" run-date-int)

delimited by size

into ordrpt-rec

Write ordrpt-rec

Move rows-flagged to count-edit

Move spaces to ordrpt-rec

String "Store/SKUs advised: " function trim(count-edit)

delimited by size

into ordrpt-rec

Write ordrpt-rec

Perform varying dp-idx from 1 by 1 until dp-idx > dp-count

Perform Write-One-Department

End-perform

Close ordrpt.



* Adds the flagged entry at adv-idx to its department's totals,

* adding the department on first sight.

Add-Department-Totals.

Move 'N' to dp-found

Move 0 to dp-found-idx

Perform varying dp-idx from 1 by 1

until dp-idx > dp-count or dp-found = 'Y'

If dp-dept(dp-idx) = adv-dept(adv-idx) then

Move 'Y' to dp-found

Move dp-idx to dp-found-idx

End-if

End-perform

If dp-found not = 'Y' then

If dp-count < dp-max then

Add 1 to dp-count

Move dp-count to dp-found-idx

Move adv-dept(adv-idx) to dp-dept(dp-found-idx)

Move 0 to dp-sku-count(dp-found-idx)

Move 0 to dp-mkdn-units(dp-found-idx)

Move 0 to dp-shrink-units(dp-found-idx)

Move 0 to dp-max-order(dp-found-idx)

Else

If dp-truncated not = 'Y' then

Move 'Y' to dp-truncated

Move spaces to ordexc-rec

String "(advice) more departments than the summary"

" table holds - extra departments left out of the"

" printed summary"

delimited by size

into ordexc-rec

Write ordexc-rec

End-if

End-if

End-if

If dp-found-idx > 0 then

Add 1 to dp-sku-count(dp-found-idx)

Add adv-mkdn-units(adv-idx) to dp-mkdn-units(dp-found-idx)

Add adv-shrink-units(adv-idx) to dp-shrink-units(dp-found-idx)

Add adv-max-order(adv-idx) to dp-max-order(dp-found-idx)

End-if.



* One department's block: its totals line, then one line per

* store/SKU advised in it.

Write-One-Department.

Move spaces to ordrpt-rec

String "Department " function trim(dp-dept(dp-idx)) ":"

delimited by size

into ordrpt-rec

Write ordrpt-rec

Move dp-sku-count(dp-idx) to count-edit

Move spaces to ordrpt-rec

String "  store/SKUs advised: " function trim(count-edit)

delimited by size

into ordrpt-rec

Write ordrpt-rec

Move dp-mkdn-units(dp-idx) to units-edit

Move spaces to ordrpt-rec

String "  units lost to markdown: " function trim(units-edit)

delimited by size

into ordrpt-rec

Write ordrpt-rec

Move dp-shrink-units(dp-idx) to units-edit

Move spaces to ordrpt-rec

String "  units lost to shrink:   " function trim(units-edit)

delimited by size

into ordrpt-rec

Write ordrpt-rec

Perform varying adv-idx from 1 by 1 until adv-idx > adv-count

If adv-flagged(adv-idx) = 'Y'

and adv-dept(adv-idx) = dp-dept(dp-idx) then

Perform Write-One-Advice-Line

End-if

End-perform.



* One store/SKU line under its department.

Write-One-Advice-Line.

Move adv-salesperday(adv-idx) to spd-edit

Move adv-max-order(adv-idx) to units-edit

Move adv-mkdn-units(adv-idx) to mkdn-units-edit

Move adv-shrink-units(adv-idx) to shrink-units-edit

Move spaces to ordrpt-rec

String "    " function trim(adv-store-id(adv-idx))

" " function trim(adv-prod-name(adv-idx))

": sells " function trim(spd-edit) "/day, max order "

function trim(units-edit)

" - marked down " function trim(mkdn-units-edit)

", pulled " function trim(shrink-units-edit)

delimited by size

into ordrpt-rec

Write ordrpt-rec.



End program ORDADV.

