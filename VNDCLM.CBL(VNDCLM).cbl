IDENTIFICATION DIVISION.

Program-id. VNDCLM.

Author. Theendofline.

******************************************************************

* Vendor credit claims for expired direct-store-delivery         *

* product. Every EXPIRED pull JSONCBL decides is already on the  *

* shrink ledger (SHRLEDG) with its quantity and unit cost; the   *

* vendor master (VENDMST) says which vendor supplies each SKU    *

* and on what terms it credits product that expires on the shelf *

* -- full credit, a percent of cost, or none. This job takes the *

* ledger's unclaimed EXPIRED rows, optionally for one month      *

* (YYYYMM parm), and writes one claim document per vendor per    *

* store, CLM<claim reference>.TXT (run date and a sequence that  *

* carries on from the day's earlier runs), with a line per pull  *

* and the claim total; the register (CLMRPT) lists every         *

* document written. Pulls that can't be claimed go on the        *

* exceptions listing (CLMEXCP). Those that never will be -- the  *

* vendor gives no credit, or the ledger row carries no unit cost *

* -- are closed on the ledger with NO CREDIT or NO COST in place *

* of a claim reference, so each is listed once; the rest (no     *

* vendor on the master, more than one run holds) are left        *

* unclaimed for a later run. The ledger is written back out as   *

* SHRLNEW with the claim reference or closing stamped on every   *

* row dealt with, so the same pull is never claimed or listed    *

* twice; the scheduler copies SHRLNEW over SHRLEDG after a clean *

* end, and the job must not run while JSONCBL is appending.      *

* RETURN-CODE 4 when pulls were left unclaimed for a later run   *

* or input rows were skipped, 8 on a bad parm (nothing claimed,  *

* SHRLNEW not written).                                          *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* The ledger, same fixed layout JSONCBL appends, read three times:

* once for the claim references already given out today, once to

* pick the rows to claim and once to write it back out stamped.

Select optional shrledg assign to SHRLEDG

organization line sequential.

* Vendor master: one row per SKU with its vendor and credit terms.

* OPTIONAL: with none on hand every pull is an exception.

Select optional vendmst assign to VENDMST

organization line sequential.

* One claim document per vendor per store, named at run time from

* its claim reference.

Select claimdoc assign to dynamic claim-filename

organization line sequential.

* The register of claim documents written this run.

Select clmrpt assign to CLMRPT organization line sequential.

* Pulls that could not be claimed, and unusable input rows.

Select clmexc assign to CLMEXCP organization line sequential.

* The ledger with this run's claims stamped on it; the scheduler

* copies it over SHRLEDG after a clean end.

Select shrlnew assign to SHRLNEW organization line sequential.



DATA DIVISION.

File section.

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

* Vendor master row: the SKU, the vendor that supplies it, and the

* credit terms -- F (full credit at cost), P (vm-credit-pct percent

* of cost) or N (no credit).

FD vendmst.

1 vendmst-rec.

2 vm-prod-name pic x(20).

2 vm-vendor-id pic x(10).

2 vm-vendor-name pic x(30).

2 vm-credit-type pic x(1).

2 vm-credit-pct pic 9(3).

FD claimdoc.

1 claimdoc-rec pic x(200) value spaces.

FD clmrpt.

1 clmrpt-rec pic x(200) value spaces.

FD clmexc.

1 clmexc-rec pic x(200) value spaces.

FD shrlnew.

1 shrlnew-rec pic x(86).

Working-storage section.

1 shrledg-eof pic x(1) value 'N'.

1 vendmst-eof pic x(1) value 'N'.

* Dynamic filename for the claimdoc FD

1 claim-filename pic x(40) value spaces.

* SKU-to-vendor table from the vendor master, bounded like the

* product reference master

1 vendor-master.

2 vmt-count pic 9(4) value 0.

2 vmt-entry occurs 0 to 5000 times

depending on vmt-count.

3 vmt-prod-name pic x(20).

3 vmt-vendor-id pic x(10).

3 vmt-vendor-name pic x(30).

3 vmt-credit-type pic x(1).

3 vmt-credit-pct pic 9(3).

1 vmt-max pic 9(4) value 5000.

1 vmt-truncated pic x(1) value 'N'.

1 vmt-idx pic 9(4) value 0.

1 vmt-found-idx pic 9(4) value 0.

* The ledger rows being claimed this run, in ledger order, each

* with its row number so the rewrite can find it again and the

* claim it went on. Bounded; a row past the bound is left

* unclaimed, with one logged notice, for the next run to pick up.

1 claim-lines.

2 cl-count pic 9(5) value 0.

2 cl-entry occurs 0 to 20000 times

depending on cl-count.

3 cl-row-num pic 9(7).

3 cl-date pic 9(8).

3 cl-store-id pic x(20).

3 cl-prod-name pic x(20).

3 cl-quantity pic 9(3).

3 cl-unitcost pic 9(4)v99.

3 cl-ext-value pic 9(7)v99.

3 cl-credit-type pic x(1).

3 cl-credit-pct pic 9(3).

3 cl-credit pic 9(7)v99.

3 cl-grp pic 9(4).

1 cl-max pic 9(5) value 20000.

1 cl-truncated pic x(1) value 'N'.

1 cl-idx pic 9(5) value 0.

* One claim per vendor per store, in first-seen order

1 claim-groups.

2 grp-count pic 9(4) value 0.

2 grp-entry occurs 0 to 9999 times

depending on grp-count.

3 grp-vendor-id pic x(10).

3 grp-vendor-name pic x(30).

3 grp-store-id pic x(20).

3 grp-lines pic 9(5).

3 grp-total pic 9(9)v99.

3 grp-claim-ref pic x(12).

1 grp-max pic 9(4) value 9999.

* Ledger rows this run closes without a claim, in ledger order

* like the claim lines, each with the stamp it gets in place of a

* claim reference. Bounded; a row past the bound stays open, with

* one logged notice, and is simply listed again by the next run.

1 closed-rows.

2 cx-count pic 9(5) value 0.

2 cx-entry occurs 0 to 20000 times

depending on cx-count.

3 cx-row-num pic 9(7).

3 cx-stamp pic x(12).

1 cx-max pic 9(5) value 20000.

1 cx-truncated pic x(1) value 'N'.

* Stamps for pulls that can never be claimed: the vendor gives no

* credit, or the ledger row has no unit cost to claim at

1 stamp-no-credit pic x(12) value 'NO CREDIT'.

1 stamp-no-cost pic x(12) value 'NO COST'.

1 close-stamp pic x(12) value spaces.

1 grp-idx pic 9(4) value 0.

1 grp-found pic x(1) value 'N'.

1 grp-found-idx pic 9(4) value 0.

* Claim reference: the run date and the claim's sequence in the run

1 claim-ref.

2 claim-ref-date pic 9(8).

2 claim-ref-seq pic 9(4).

* Highest claim sequence already on the ledger for the run date,

* so a second run the same day carries on past the first one's.

1 last-claim-seq pic 9(4) value 0.

* Optional month (YYYYMM) the claims are restricted to

1 month-filter pic x(1) value 'N'.

1 claim-month pic x(6) value spaces.

1 claim-month-num pic 9(6) value 0.

1 claim-month-test pic s9(4) value 0.

1 run-date pic 9(8) value 0.

1 run-date-int pic 9(10) value 0.

1 row-date-int pic 9(10) value 0.

* Ledger row number on each pass, and the next claim line the

* rewrite is looking for

1 ledger-row-num pic 9(7) value 0.

1 next-cl-idx pic 9(5) value 0.

1 next-cx-idx pic 9(5) value 0.

* Why the row at hand can't be claimed, for the exceptions listing

1 exception-reason pic x(60) value spaces.

* Run tallies for the register and the RETURN-CODE

1 claim-refused pic x(1) value 'N'.

1 rows-claimed pic 9(5) value 0.

1 rows-not-claimed pic 9(5) value 0.

1 rows-no-credit pic 9(5) value 0.

1 rows-no-cost pic 9(5) value 0.

1 rows-unusable pic 9(5) value 0.

1 claims-total pic 9(9)v99 value 0.

* Edited fields for the documents and listings

1 count-edit pic zz,zz9.

1 qty-edit pic zz9.

1 cost-edit pic z,zz9.99.

1 value-edit pic z,zzz,zz9.99.

1 credit-edit pic z,zzz,zz9.99.

1 total-edit pic zzz,zzz,zz9.99.

1 pct-edit pic zz9.



Linkage section.

1 parameters-from-jcl.

* System-inserted field for total string length of parameters

2 parameters-total-length pic 9(4) usage comp.

* Optional month (YYYYMM) to restrict the claims to

2 parameter-month pic x(6).



PROCEDURE DIVISION using parameters-from-jcl.

Move function current-date(1:8) to run-date

Compute run-date-int = function INTEGER-OF-DATE(run-date)

Open output clmrpt

Open output clmexc

Perform Set-Claim-Month

If claim-refused not = 'Y' then

Perform Load-Vendor-Master

Perform Find-Last-Claim-Seq

Perform Select-Claim-Lines

Perform Write-Claim-Documents

Perform Rewrite-Ledger

Perform Write-Claim-Summary

End-if

Close clmexc

Close clmrpt

* Severity for the scheduler: a bad parm ends 8 (no SHRLNEW to

* copy), pulls left unclaimed for a later run (no vendor on the

* master, more than one run holds) or unusable rows end 4. Pulls

* closed as NO CREDIT or NO COST are listed once and end clean.

Evaluate true

When claim-refused = 'Y'

Move 8 to return-code

When rows-not-claimed > 0 or rows-unusable > 0

Move 4 to return-code

When other

Move 0 to return-code

End-evaluate

Goback.



* The month comes from the JCL parm; without one every unclaimed

* EXPIRED row on the ledger is claimed. A parm that is there but

* isn't a month stops the run rather than claim the wrong period.

Set-Claim-Month.

If parameters-total-length >= length of parameter-month

and function trim(parameter-month) not = spaces then

If parameter-month is numeric then

Move parameter-month to claim-month

Move parameter-month to claim-month-num

Compute row-date-int = claim-month-num * 100 + 1

Compute claim-month-test =

function test-date-yyyymmdd(row-date-int)

Else

Move 1 to claim-month-test

End-if

If claim-month-test = 0 then

Move 'Y' to month-filter

Else

Move 'Y' to claim-refused

Move spaces to clmrpt-rec

String "(parm) no usable month (YYYYMM) - nothing claimed"

delimited by size

into clmrpt-rec

Write clmrpt-rec

End-if

End-if.



* Reads the vendor master into the SKU-to-vendor table. Rows with a

* blank SKU or vendor, or terms that aren't F, P or N (a P row

* needs a percent from 1 to 100), are skipped and logged; rows past

* the bound are dropped with a single logged notice.

Load-Vendor-Master.

Move 'N' to vendmst-eof

Open input vendmst

Perform until vendmst-eof = 'Y'

Read vendmst

at end

Move 'Y' to vendmst-eof

not at end

Evaluate true

When function trim(vm-prod-name) = spaces

or function trim(vm-vendor-id) = spaces

or (vm-credit-type not = 'F' and vm-credit-type not = 'P'

and vm-credit-type not = 'N')

or (vm-credit-type = 'P'

and (vm-credit-pct is not numeric

or vm-credit-pct = 0 or vm-credit-pct > 100))

Add 1 to rows-unusable

Move spaces to clmexc-rec

String "(vendor master) unusable row skipped: "

function trim(vm-prod-name) " "

function trim(vm-vendor-id)

delimited by size

into clmexc-rec

Write clmexc-rec

When vmt-count < vmt-max

Add 1 to vmt-count

Move vm-prod-name to vmt-prod-name(vmt-count)

Move vm-vendor-id to vmt-vendor-id(vmt-count)

Move vm-vendor-name to vmt-vendor-name(vmt-count)

Move vm-credit-type to vmt-credit-type(vmt-count)

If vm-credit-type = 'P' then

Move vm-credit-pct to vmt-credit-pct(vmt-count)

Else

Move 0 to vmt-credit-pct(vmt-count)

End-if

When other

If vmt-truncated not = 'Y' then

Move 'Y' to vmt-truncated

Move spaces to clmexc-rec

String "(vendor master) larger than the vendor table"

" - extra rows ignored"

delimited by size

into clmexc-rec

Write clmexc-rec

End-if

End-evaluate

End-read

End-perform

Close vendmst.



* First pass over the ledger: the highest claim sequence already

* stamped with today's date, so the references this run gives out

* carry on past an earlier run's and never repeat one. It has to be

* known before the first claim is opened, hence its own pass.

Find-Last-Claim-Seq.

Move 'N' to shrledg-eof

Move 0 to last-claim-seq

Open input shrledg

Perform until shrledg-eof = 'Y'

Read shrledg

at end

Move 'Y' to shrledg-eof

not at end

If sl-claim-ref(1:8) = run-date

and sl-claim-ref(9:4) is numeric

and sl-claim-ref(9:4) > last-claim-seq then

Move sl-claim-ref(9:4) to last-claim-seq

End-if

End-read

End-perform

Close shrledg.



* Second pass over the ledger: every unclaimed EXPIRED row in the

* month is either put on its vendor's claim for the store or listed

* as an exception. AGED-OUT pulls are donations, not vendor credit,

* and rows already carrying a claim reference were claimed before.

Select-Claim-Lines.

Move 'N' to shrledg-eof

Move 0 to ledger-row-num

Open input shrledg

Perform until shrledg-eof = 'Y'

Read shrledg

at end

Move 'Y' to shrledg-eof

not at end

Add 1 to ledger-row-num

Evaluate true

When function trim(sl-store-id) = spaces

or function trim(sl-prod-name) = spaces

or sl-date is not numeric

or sl-quantity is not numeric

or sl-unitcost is not numeric

or sl-ext-value is not numeric

Add 1 to rows-unusable

Move spaces to clmexc-rec

String "(shrink ledger) unusable row skipped: "

function trim(sl-store-id) " "

function trim(sl-prod-name)

delimited by size

into clmexc-rec

Write clmexc-rec

When sl-reason not = "EXPIRED"

or sl-claim-ref not = spaces

Continue

When month-filter = 'Y'

and sl-date(1:6) not = claim-month

Continue

When other

Perform Claim-One-Row

End-evaluate

End-read

End-perform

Close shrledg.



* Puts the ledger row at hand on its vendor's claim for the store,

* or lists it as an exception when there is nothing to claim.

Claim-One-Row.

Move 0 to vmt-found-idx

Perform varying vmt-idx from 1 by 1

until vmt-idx > vmt-count or vmt-found-idx > 0

If vmt-prod-name(vmt-idx) = sl-prod-name then

Move vmt-idx to vmt-found-idx

End-if

End-perform

Evaluate true

When vmt-found-idx = 0

Move "no vendor on the vendor master" to exception-reason

Add 1 to rows-not-claimed

Perform Write-Claim-Exception

When vmt-credit-type(vmt-found-idx) = 'N'

Move spaces to exception-reason

String "vendor " function trim(vmt-vendor-id(vmt-found-idx))

" gives no credit - closed as NO CREDIT"

delimited by size

into exception-reason

Add 1 to rows-no-credit

Move stamp-no-credit to close-stamp

Perform Close-Ledger-Row

Perform Write-Claim-Exception

When sl-unitcost = 0

Move "no unit cost on the ledger row - closed as NO COST"

to exception-reason

Add 1 to rows-no-cost

Move stamp-no-cost to close-stamp

Perform Close-Ledger-Row

Perform Write-Claim-Exception

When cl-count >= cl-max

Add 1 to rows-not-claimed

If cl-truncated not = 'Y' then

Move 'Y' to cl-truncated

Move spaces to clmexc-rec

String "(claims) more pulls than the claim table holds"

" - extra pulls left unclaimed for the next run"

delimited by size

into clmexc-rec

Write clmexc-rec

End-if

When other

Perform Find-Claim-Group

If grp-found-idx > 0 then

Perform Add-Claim-Line

End-if

End-evaluate.



* Sets grp-found-idx to the claim for the vendor at vmt-found-idx

* and the ledger row's store, adding the claim on first sight.

* Zero, with the pull listed as an exception, once the claim table

* is full.

Find-Claim-Group.

Move 'N' to grp-found

Move 0 to grp-found-idx

Perform varying grp-idx from 1 by 1

until grp-idx > grp-count or grp-found = 'Y'

If grp-vendor-id(grp-idx) = vmt-vendor-id(vmt-found-idx)

and grp-store-id(grp-idx) = sl-store-id then

Move 'Y' to grp-found

Move grp-idx to grp-found-idx

End-if

End-perform

If grp-found not = 'Y' then

If grp-count < grp-max then

Add 1 to grp-count

Move grp-count to grp-found-idx

Move vmt-vendor-id(vmt-found-idx) to grp-vendor-id(grp-found-idx)

Move vmt-vendor-name(vmt-found-idx)

to grp-vendor-name(grp-found-idx)

Move sl-store-id to grp-store-id(grp-found-idx)

Move 0 to grp-lines(grp-found-idx)

Move 0 to grp-total(grp-found-idx)

Move run-date to claim-ref-date

Compute claim-ref-seq = last-claim-seq + grp-found-idx

Move claim-ref to grp-claim-ref(grp-found-idx)

Else

Move "more vendor/store claims than one run holds"

to exception-reason

Add 1 to rows-not-claimed

Perform Write-Claim-Exception

End-if

End-if.



* Adds the ledger row at hand to the claim at grp-found-idx. Full

* credit is the ledger's extended value at cost; percent credit is

* that share of it, rounded to the cent.

Add-Claim-Line.

Add 1 to cl-count

Move ledger-row-num to cl-row-num(cl-count)

Move sl-date to cl-date(cl-count)

Move sl-store-id to cl-store-id(cl-count)

Move sl-prod-name to cl-prod-name(cl-count)

Move sl-quantity to cl-quantity(cl-count)

Move sl-unitcost to cl-unitcost(cl-count)

Move sl-ext-value to cl-ext-value(cl-count)

Move vmt-credit-type(vmt-found-idx) to cl-credit-type(cl-count)

Move vmt-credit-pct(vmt-found-idx) to cl-credit-pct(cl-count)

If cl-credit-type(cl-count) = 'F' then

Move sl-ext-value to cl-credit(cl-count)

Else

Compute cl-credit(cl-count) rounded =

sl-ext-value * cl-credit-pct(cl-count) / 100

End-if

Move grp-found-idx to cl-grp(cl-count)

Add 1 to grp-lines(grp-found-idx)

Add cl-credit(cl-count) to grp-total(grp-found-idx)

Add cl-credit(cl-count) to claims-total

Add 1 to rows-claimed.



* Notes the ledger row at hand for the rewrite to stamp with

* close-stamp: a pull that can never be claimed, listed this once.

Close-Ledger-Row.

If cx-count < cx-max then

Add 1 to cx-count

Move ledger-row-num to cx-row-num(cx-count)

Move close-stamp to cx-stamp(cx-count)

Else

If cx-truncated not = 'Y' then

Move 'Y' to cx-truncated

Move spaces to clmexc-rec

String "(claims) more pulls to close than the table holds"

" - extra pulls left open and listed again next run"

delimited by size

into clmexc-rec

Write clmexc-rec

End-if

End-if.



* Lists the ledger row at hand as a pull that can't be claimed;

* the caller sets exception-reason first and counts the row in the

* tally it belongs to. A row the caller hasn't closed stays

* unclaimed on the ledger, so a run after the vendor master is put

* right can still claim it.

Write-Claim-Exception.

Move sl-quantity to qty-edit

Move sl-ext-value to value-edit

Move spaces to clmexc-rec

String "(not claimed) " sl-date " store "

function trim(sl-store-id) " " function trim(sl-prod-name)

" qty " function trim(qty-edit)

" $" function trim(value-edit) " at cost - "

function trim(exception-reason)

delimited by size

into clmexc-rec

Write clmexc-rec.



* Writes every claim document, and the register line for each.

Write-Claim-Documents.

Move spaces to clmrpt-rec

If month-filter = 'Y' then

String "Vendor credit claims for " claim-month " - run "

function formatted-date("YYYY-MM-DD" run-date-int)

delimited by size

into clmrpt-rec

Else

String "Vendor credit claims for all unclaimed pulls - run "

function formatted-date("YYYY-MM-DD" run-date-int)

delimited by size

into clmrpt-rec

End-if

Write clmrpt-rec

Perform varying grp-idx from 1 by 1 until grp-idx > grp-count

Perform Write-One-Claim

End-perform.



* One claim document: who is claiming from whom, a line per pull,

* and the total; then its line on the register.

Write-One-Claim.

Move spaces to claim-filename

String "CLM" grp-claim-ref(grp-idx) ".TXT"

delimited by size

into claim-filename

Open output claimdoc

Move spaces to claimdoc-rec

String "Vendor credit claim " grp-claim-ref(grp-idx)

" - "

function formatted-date("YYYY-MM-DD" run-date-int)

delimited by size

into claimdoc-rec

Write claimdoc-rec

Move spaces to claimdoc-rec

String "Vendor: " function trim(grp-vendor-id(grp-idx))

" " function trim(grp-vendor-name(grp-idx))

delimited by size

into claimdoc-rec

Write claimdoc-rec

Move spaces to claimdoc-rec

String "Store: " function trim(grp-store-id(grp-idx))

delimited by size

into claimdoc-rec

Write claimdoc-rec

Move spaces to claimdoc-rec

String "Product expired on the shelf, pulled by the store on the"

" date shown:"

delimited by size

into claimdoc-rec

Write claimdoc-rec

Perform varying cl-idx from 1 by 1 until cl-idx > cl-count

If cl-grp(cl-idx) = grp-idx then

Perform Write-One-Claim-Line

End-if

End-perform

Move grp-total(grp-idx) to total-edit

Move spaces to claimdoc-rec

String "Claim total: $" function trim(total-edit)

delimited by size

into claimdoc-rec

Write claimdoc-rec

Close claimdoc

Move grp-lines(grp-idx) to count-edit

Move spaces to clmrpt-rec

String "  " function trim(claim-filename)

" vendor " function trim(grp-vendor-id(grp-idx))

" store " function trim(grp-store-id(grp-idx))

": " function trim(count-edit) " pull(s), $"

function trim(total-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec.



* One pull on the claim: date, SKU, quantity, unit and extended

* cost, the credit terms and the credit claimed.

Write-One-Claim-Line.

Move cl-quantity(cl-idx) to qty-edit

Move cl-unitcost(cl-idx) to cost-edit

Move cl-ext-value(cl-idx) to value-edit

Move cl-credit(cl-idx) to credit-edit

Move spaces to claimdoc-rec

If cl-credit-type(cl-idx) = 'F' then

String "  " function formatted-date("YYYY-MM-DD"

function INTEGER-OF-DATE(cl-date(cl-idx)))

" " cl-prod-name(cl-idx)

" qty " qty-edit " @ $" cost-edit

" = $" value-edit " full credit $" credit-edit

delimited by size

into claimdoc-rec

Else

Move cl-credit-pct(cl-idx) to pct-edit

String "  " function formatted-date("YYYY-MM-DD"

function INTEGER-OF-DATE(cl-date(cl-idx)))

" " cl-prod-name(cl-idx)

" qty " qty-edit " @ $" cost-edit

" = $" value-edit " " pct-edit "% credit $" credit-edit

delimited by size

into claimdoc-rec

End-if

Write claimdoc-rec.



* Third pass over the ledger: every row is written back out as it

* was read, except that a row claimed this run gets its claim's

* reference and a row closed this run gets its stamp. The claim

* lines and the closed rows are both in ledger order, so one

* pointer into each walks them alongside the rows.

Rewrite-Ledger.

Move 'N' to shrledg-eof

Move 0 to ledger-row-num

Move 1 to next-cl-idx

Move 1 to next-cx-idx

Open input shrledg

Open output shrlnew

Perform until shrledg-eof = 'Y'

Read shrledg

at end

Move 'Y' to shrledg-eof

not at end

Add 1 to ledger-row-num

If next-cl-idx <= cl-count then

If cl-row-num(next-cl-idx) = ledger-row-num then

Move cl-grp(next-cl-idx) to grp-idx

Move grp-claim-ref(grp-idx) to sl-claim-ref

Add 1 to next-cl-idx

End-if

End-if

If next-cx-idx <= cx-count then

If cx-row-num(next-cx-idx) = ledger-row-num then

Move cx-stamp(next-cx-idx) to sl-claim-ref

Add 1 to next-cx-idx

End-if

End-if

Write shrlnew-rec from shrledg-rec

End-read

End-perform

Close shrlnew

Close shrledg.



* Closes the register with the run's totals.

Write-Claim-Summary.

Move grp-count to count-edit

Move spaces to clmrpt-rec

String "Claim documents written: " function trim(count-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec

Move rows-claimed to count-edit

Move claims-total to total-edit

Move spaces to clmrpt-rec

String "Pulls claimed: " function trim(count-edit)

", total credit claimed $" function trim(total-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec

Move rows-not-claimed to count-edit

Move spaces to clmrpt-rec

String "Pulls left unclaimed for a later run (see CLMEXCP): "

function trim(count-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec

Move rows-no-credit to count-edit

Move spaces to clmrpt-rec

String "Pulls closed as NO CREDIT (see CLMEXCP): "

function trim(count-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec

Move rows-no-cost to count-edit

Move spaces to clmrpt-rec

String "Pulls closed as NO COST (see CLMEXCP): "

function trim(count-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec

If rows-unusable > 0 then

Move rows-unusable to count-edit

Move spaces to clmrpt-rec

String "Unusable input rows skipped (see CLMEXCP): "

function trim(count-edit)

delimited by size

into clmrpt-rec

Write clmrpt-rec

End-if.



End program VNDCLM.

