IDENTIFICATION DIVISION.

Program-id. MKDNPL.

Author. Theendofline.

******************************************************************

* Month-end cost-of-expiring-inventory report. JSONCBL appends   *

* every markdown decision to the markdown ledger (MKDNLEDG) and  *

* every pull to the shrink ledger (SHRLEDG); SHRKRPT only ever   *

* totaled the second. This job totals both side by side -- the   *

* dollars given away by flyer markdowns (shelf less sale price,  *

* times quantity, once per markdown run: JSONCBL lists stock     *

* still on the ladder again every night, so a store/SKU's        *

* consecutive ledger nights are one run, valued on its first     *

* night) and the dollars written off as shrink (units at cost)   *

* -- by store and by the PRODMST department that owns each SKU,  *

* so finance gets one figure per department instead of two       *

* reports that never meet. An optional YYYYMM parameter from the *

* JCL restricts the totals to one month; without it both whole   *

* ledgers on the DDs are totaled.                                *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* The markdown ledger, same fixed layout JSONCBL appends. OPTIONAL

* so a month with no markdowns still reports instead of abending.

Select optional mkdnledg assign to MKDNLEDG

organization line sequential.

* The shrink ledger, same fixed layout SHRKRPT reads. OPTIONAL for

* the same reason.

Select optional shrledg assign to SHRLEDG

organization line sequential.

* Product reference master, read once for each SKU's department.

* OPTIONAL so a site without one still gets the store totals,

* every SKU under "(no department)".

Select optional prodmst assign to PRODMST

organization line sequential.

* The report itself, one per run.

Select mkdnrpt assign to MKDNPLR organization line sequential.

* Ledger rows skipped during the run (blank key, non-numeric

* amounts -- a truncated append) are logged here instead of

* silently dropped.

Select mkdnexc assign to MKDNEXCP organization line sequential.



DATA DIVISION.

File section.

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

FD mkdnrpt.

1 mkdnrpt-rec pic x(200) value spaces.

FD mkdnexc.

1 mkdnexc-rec pic x(200) value spaces.

Working-storage section.

1 mkdnledg-eof pic x(1) value 'N'.

1 shrledg-eof pic x(1) value 'N'.

1 prodmst-eof pic x(1) value 'N'.

* SKU-to-department table from the product reference master,

* same bound as JSONCBL's copy of it; rows past the bound are

* dropped with one logged notice and their SKUs total under

* "(no department)"

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

* Department of the ledger row being totaled

1 cur-dept pic x(20) value spaces.

1 no-dept-name pic x(20) value '(no department)'.

* The row being totaled, whichever ledger it came from: which one

* ('M' markdown, 'S' shrink), its store/SKU, units and dollars

1 cur-row.

2 cur-kind pic x(1).

2 cur-store-id pic x(20).

2 cur-prod-name pic x(20).

2 cur-quantity pic 9(3).

2 cur-value pic 9(7)v99.

* Per-store accumulators, one row per store in first-seen order,

* bounded the same as JSONCBL's per-batch store lists

1 store-stats.

2 st-count pic 9(3) value 0.

2 st-entry occurs 0 to 999 times

depending on st-count.

3 st-store-id pic x(20).

3 st-mkdn-qty pic 9(7).

3 st-mkdn-value pic 9(9)v99.

3 st-shrk-qty pic 9(7).

3 st-shrk-value pic 9(9)v99.

1 st-max pic 9(3) value 999.

1 st-truncated pic x(1) value 'N'.

1 st-idx pic 9(3) value 0.

1 st-found pic x(1) value 'N'.

1 st-found-idx pic 9(3) value 0.

* Per-department accumulators, same shape

1 dept-stats.

2 dp-count pic 9(3) value 0.

2 dp-entry occurs 0 to 999 times

depending on dp-count.

3 dp-dept pic x(20).

3 dp-mkdn-qty pic 9(7).

3 dp-mkdn-value pic 9(9)v99.

3 dp-shrk-qty pic 9(7).

3 dp-shrk-value pic 9(9)v99.

1 dp-max pic 9(3) value 999.

1 dp-truncated pic x(1) value 'N'.

1 dp-idx pic 9(3) value 0.

1 dp-found pic x(1) value 'N'.

1 dp-found-idx pic 9(3) value 0.

* Last markdown-ledger night seen per store/SKU, so the nights a

* SKU stays on the markdown ladder total as one run; bounded the

* same as ORDADV's advice table, and a store/SKU past the bound

* is totaled night by night with one logged notice

1 markdown-runs.

2 run-count pic 9(4) value 0.

2 run-entry occurs 0 to 9999 times

depending on run-count.

3 run-store-id pic x(20).

3 run-prod-name pic x(20).

3 run-last-int pic 9(10).

1 run-max pic 9(4) value 9999.

1 run-truncated pic x(1) value 'N'.

1 run-idx pic 9(4) value 0.

1 run-found pic x(1) value 'N'.

1 run-found-idx pic 9(4) value 0.

* 'Y' when the markdown row at hand starts a new run, and its date

1 new-run pic x(1) value 'Y'.

1 row-date-int pic 9(10) value 0.

1 row-date-test pic s9(4) value 0.

* Grand totals across all stores

1 tot-mkdn-qty pic 9(9) value 0.

1 tot-mkdn-value pic 9(9)v99 value 0.

1 tot-shrk-qty pic 9(9) value 0.

1 tot-shrk-value pic 9(9)v99 value 0.

* Rows totaled, markdown rows that carried on an earlier night's

* run, and rows outside the requested month

1 rows-totaled pic 9(6) value 0.

1 rows-same-run pic 9(6) value 0.

1 rows-skipped-month pic 9(6) value 0.

* One report line's figures, and their edited forms

1 line-mkdn-qty pic 9(9) value 0.

1 line-mkdn-value pic 9(9)v99 value 0.

1 line-shrk-qty pic 9(9) value 0.

1 line-shrk-value pic 9(9)v99 value 0.

1 line-total-value pic 9(10)v99 value 0.

1 line-label pic x(40) value spaces.

1 qty-edit pic z,zzz,zz9.

1 mkdn-value-edit pic zzz,zzz,zz9.99.

1 shrk-value-edit pic zzz,zzz,zz9.99.

1 total-value-edit pic z,zzz,zzz,zz9.99.

1 rows-edit pic zzzzz9.

* 'Y' when the JCL supplied a month to restrict the totals to

1 month-filter pic x(1) value 'N'.

1 report-month pic x(6) value spaces.

* "Today's" date for the report heading, from the system clock

1 report-date pic 9(8) value 0.

1 report-date-int pic 9(10) value 0.



Linkage section.

1 parameters-from-jcl.

* System-inserted field for total string length of parameters

2 parameters-total-length pic 9(4) usage comp.

* Optional month (YYYYMM) to restrict the totals to

2 parameter-month pic x(6).



PROCEDURE DIVISION using parameters-from-jcl.

Move function current-date(1:8) to report-date

Compute report-date-int =

function INTEGER-OF-DATE(report-date)

If parameters-total-length >= length of parameter-month

and parameter-month is numeric then

Move 'Y' to month-filter

Move parameter-month to report-month

End-if

Open output mkdnexc

Perform Load-Product-Master

Perform Total-Markdown-Ledger

Perform Total-Shrink-Ledger

Perform Write-Cost-Report

Close mkdnexc

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

Move spaces to mkdnexc-rec

String "(product reference) master larger than the"

" product-master table - extra rows ignored"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

End-if

End-if

End-if

End-read

End-perform

Close prodmst.



* Reads the whole markdown ledger and folds the first night of

* every markdown run into its store's and department's markdown

* totals; the nights after it re-list the same stock and are only

* counted. Rows outside the requested month (when one was given)

* are counted but not totaled, though they still carry a run on,

* so a run that started last month isn't totaled again in this

* one; malformed rows are logged and skipped.

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

Move spaces to mkdnexc-rec

String "(markdown ledger) row with blank store/SKU skipped"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

When ml-quantity is not numeric

or ml-ext-markdown is not numeric

or ml-date is not numeric

Move spaces to mkdnexc-rec

String function trim(ml-store-id)

" " function trim(ml-prod-name)

": non-numeric date, quantity or markdown in the markdown"

" ledger - row skipped"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

When month-filter = 'Y'

and ml-date(1:6) not = report-month

Add 1 to rows-skipped-month

Perform Track-Markdown-Run

When other

Perform Track-Markdown-Run

If new-run = 'Y' then

Add 1 to rows-totaled

Move 'M' to cur-kind

Move ml-store-id to cur-store-id

Move ml-prod-name to cur-prod-name

Move ml-quantity to cur-quantity

Move ml-ext-markdown to cur-value

Perform Total-One-Ledger-Row

Else

Add 1 to rows-same-run

End-if

End-evaluate

End-read

End-perform

Close mkdnledg.



* Sets new-run for the markdown row at hand: the night after its

* store/SKU's last markdown night (or that same night again)

* carries that run on, anything else starts a new one. A row with

* no real calendar date, or one past the run table's bound, is a

* run of its own.

Track-Markdown-Run.

Move 'Y' to new-run

Compute row-date-test = function test-date-yyyymmdd(ml-date)

If row-date-test = 0 then

Compute row-date-int = function INTEGER-OF-DATE(ml-date)

Perform Find-Run-Entry

If run-found-idx > 0 then

If row-date-int = run-last-int(run-found-idx) + 1

or row-date-int = run-last-int(run-found-idx) then

Move 'N' to new-run

End-if

Move row-date-int to run-last-int(run-found-idx)

End-if

End-if.



* Sets run-found-idx to the markdown row's store/SKU, adding it on

* first sight; zero (with one logged notice) once the table is full.

Find-Run-Entry.

Move 'N' to run-found

Move 0 to run-found-idx

Perform varying run-idx from 1 by 1

until run-idx > run-count or run-found = 'Y'

If run-store-id(run-idx) = ml-store-id

and run-prod-name(run-idx) = ml-prod-name then

Move 'Y' to run-found

Move run-idx to run-found-idx

End-if

End-perform

If run-found not = 'Y' then

If run-count < run-max then

Add 1 to run-count

Move run-count to run-found-idx

Move ml-store-id to run-store-id(run-found-idx)

Move ml-prod-name to run-prod-name(run-found-idx)

Move 0 to run-last-int(run-found-idx)

Else

If run-truncated not = 'Y' then

Move 'Y' to run-truncated

Move spaces to mkdnexc-rec

String "(markdown ledger) more store/SKUs than the run table"

" holds - extra store/SKUs totaled night by night"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

End-if

End-if

End-if.



* Same for the shrink ledger: every usable pull, EXPIRED or

* AGED-OUT alike, is shrink at cost.

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

Move spaces to mkdnexc-rec

String "(shrink ledger) row with blank store/SKU skipped"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

When sl-quantity is not numeric

or sl-ext-value is not numeric

Move spaces to mkdnexc-rec

String function trim(sl-store-id)

" " function trim(sl-prod-name)

": non-numeric quantity or value in the shrink"

" ledger - row skipped"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

When month-filter = 'Y'

and sl-date(1:6) not = report-month

Add 1 to rows-skipped-month

When other

Add 1 to rows-totaled

Move 'S' to cur-kind

Move sl-store-id to cur-store-id

Move sl-prod-name to cur-prod-name

Move sl-quantity to cur-quantity

Move sl-ext-value to cur-value

Perform Total-One-Ledger-Row

End-evaluate

End-read

End-perform

Close shrledg.



* Adds the row in cur-row to its store's and its department's

* accumulators (adding either on first sight) and to the grand

* totals.

Total-One-Ledger-Row.

Perform Find-Store-Stats

Perform Lookup-Department

Perform Find-Dept-Stats

If cur-kind = 'M' then

If st-found-idx > 0 then

Add cur-quantity to st-mkdn-qty(st-found-idx)

Add cur-value to st-mkdn-value(st-found-idx)

End-if

If dp-found-idx > 0 then

Add cur-quantity to dp-mkdn-qty(dp-found-idx)

Add cur-value to dp-mkdn-value(dp-found-idx)

End-if

Add cur-quantity to tot-mkdn-qty

Add cur-value to tot-mkdn-value

Else

If st-found-idx > 0 then

Add cur-quantity to st-shrk-qty(st-found-idx)

Add cur-value to st-shrk-value(st-found-idx)

End-if

If dp-found-idx > 0 then

Add cur-quantity to dp-shrk-qty(dp-found-idx)

Add cur-value to dp-shrk-value(dp-found-idx)

End-if

Add cur-quantity to tot-shrk-qty

Add cur-value to tot-shrk-value

End-if.



* Sets st-found-idx to the row's store, adding the store on first

* sight; zero (with one logged notice) once the table is full.

Find-Store-Stats.

Move 'N' to st-found

Move 0 to st-found-idx

Perform varying st-idx from 1 by 1

until st-idx > st-count or st-found = 'Y'

If st-store-id(st-idx) = cur-store-id then

Move 'Y' to st-found

Move st-idx to st-found-idx

End-if

End-perform

If st-found not = 'Y' then

If st-count < st-max then

Add 1 to st-count

Move st-count to st-found-idx

Move cur-store-id to st-store-id(st-found-idx)

Move 0 to st-mkdn-qty(st-found-idx)

Move 0 to st-mkdn-value(st-found-idx)

Move 0 to st-shrk-qty(st-found-idx)

Move 0 to st-shrk-value(st-found-idx)

Else

If st-truncated not = 'Y' then

Move 'Y' to st-truncated

Move spaces to mkdnexc-rec

String "(ledger) more stores than the report table"

" holds - extra stores left out of the store totals"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

End-if

End-if

End-if.



* Sets cur-dept to the row's SKU's department from the product

* reference master; a SKU it doesn't know, or one with a blank

* department, totals under "(no department)".

Lookup-Department.

Move 'N' to prod-ref-found

Move no-dept-name to cur-dept

Perform varying pmt-idx from 1 by 1

until pmt-idx > prod-mst-count or prod-ref-found = 'Y'

If pmt-prod-name(pmt-idx) = cur-prod-name then

Move 'Y' to prod-ref-found

If function trim(pmt-dept(pmt-idx)) not = spaces then

Move pmt-dept(pmt-idx) to cur-dept

End-if

End-if

End-perform.



* Sets dp-found-idx to cur-dept's row, adding the department on

* first sight; zero (with one logged notice) once the table is

* full.

Find-Dept-Stats.

Move 'N' to dp-found

Move 0 to dp-found-idx

Perform varying dp-idx from 1 by 1

until dp-idx > dp-count or dp-found = 'Y'

If dp-dept(dp-idx) = cur-dept then

Move 'Y' to dp-found

Move dp-idx to dp-found-idx

End-if

End-perform

If dp-found not = 'Y' then

If dp-count < dp-max then

Add 1 to dp-count

Move dp-count to dp-found-idx

Move cur-dept to dp-dept(dp-found-idx)

Move 0 to dp-mkdn-qty(dp-found-idx)

Move 0 to dp-mkdn-value(dp-found-idx)

Move 0 to dp-shrk-qty(dp-found-idx)

Move 0 to dp-shrk-value(dp-found-idx)

Else

If dp-truncated not = 'Y' then

Move 'Y' to dp-truncated

Move spaces to mkdnexc-rec

String "(ledger) more departments than the report table"

" holds - extra departments left out of the"

" department totals"

delimited by size

into mkdnexc-rec

Write mkdnexc-rec

End-if

End-if

End-if.



* Writes the report: heading, one block per store, one block per

* department, then the grand totals -- each block giving markdown

* and shrink units and dollars and the two dollar figures added

* together as the cost of expiring inventory.

Write-Cost-Report.

Open output mkdnrpt

Move spaces to mkdnrpt-rec

If month-filter = 'Y' then

String "Markdown and shrink cost report for " report-month

" - run "

function formatted-date("YYYY-MM-DD" report-date-int)

delimited by size

into mkdnrpt-rec

Else

String "Markdown and shrink cost report (whole ledgers) - run "

function formatted-date("YYYY-MM-DD" report-date-int)

delimited by size

into mkdnrpt-rec

End-if

Write mkdnrpt-rec

Move spaces to mkdnrpt-rec

String "By store:" delimited by size into mkdnrpt-rec

Write mkdnrpt-rec

Perform varying st-idx from 1 by 1 until st-idx > st-count

Move spaces to line-label

String "Store " function trim(st-store-id(st-idx))

delimited by size

into line-label

Move st-mkdn-qty(st-idx) to line-mkdn-qty

Move st-mkdn-value(st-idx) to line-mkdn-value

Move st-shrk-qty(st-idx) to line-shrk-qty

Move st-shrk-value(st-idx) to line-shrk-value

Perform Write-Cost-Block

End-perform

Move spaces to mkdnrpt-rec

String "By department:" delimited by size into mkdnrpt-rec

Write mkdnrpt-rec

Perform varying dp-idx from 1 by 1 until dp-idx > dp-count

Move spaces to line-label

String "Department " function trim(dp-dept(dp-idx))

delimited by size

into line-label

Move dp-mkdn-qty(dp-idx) to line-mkdn-qty

Move dp-mkdn-value(dp-idx) to line-mkdn-value

Move dp-shrk-qty(dp-idx) to line-shrk-qty

Move dp-shrk-value(dp-idx) to line-shrk-value

Perform Write-Cost-Block

End-perform

Move "All stores" to line-label

Move tot-mkdn-qty to line-mkdn-qty

Move tot-mkdn-value to line-mkdn-value

Move tot-shrk-qty to line-shrk-qty

Move tot-shrk-value to line-shrk-value

Perform Write-Cost-Block

Move rows-totaled to rows-edit

Move spaces to mkdnrpt-rec

String "Ledger rows totaled: " function trim(rows-edit)

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec

Move rows-same-run to rows-edit

Move spaces to mkdnrpt-rec

String "Markdown rows carrying on an earlier night's run: "

function trim(rows-edit)

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec

If month-filter = 'Y' then

Move rows-skipped-month to rows-edit

Move spaces to mkdnrpt-rec

String "Rows outside " report-month ": "

function trim(rows-edit)

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec

End-if

Close mkdnrpt.



* Writes one labelled block from the line- figures: markdown,

* shrink, and their dollar total.

Write-Cost-Block.

Move spaces to mkdnrpt-rec

String function trim(line-label) ":"

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec

Move line-mkdn-qty to qty-edit

Move line-mkdn-value to mkdn-value-edit

Move spaces to mkdnrpt-rec

String "  markdown: " function trim(qty-edit)

" unit(s), $" function trim(mkdn-value-edit)

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec

Move line-shrk-qty to qty-edit

Move line-shrk-value to shrk-value-edit

Move spaces to mkdnrpt-rec

String "  shrink:   " function trim(qty-edit)

" unit(s), $" function trim(shrk-value-edit)

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec

Compute line-total-value = line-mkdn-value + line-shrk-value

Move line-total-value to total-value-edit

Move spaces to mkdnrpt-rec

String "  cost of expiring inventory: $"

function trim(total-value-edit)

delimited by size

into mkdnrpt-rec

Write mkdnrpt-rec.



End program MKDNPL.

