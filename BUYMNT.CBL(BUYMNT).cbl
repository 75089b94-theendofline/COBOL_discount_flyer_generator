IDENTIFICATION DIVISION.

Program-id. BUYMNT.

Author. Theendofline.

******************************************************************

* Maintenance job for JSONCBL's buyer override file. When the    *

* margin floor leaves no real markdown, or a paid promo protects *

* an item, JSONCBL can only list it for buyer review -- and the  *

* same SKU comes back blocked every night until it expires. This *

* job lets the buyer decide: it reads a transaction file of      *

* ADD/CHANGE/DELETE requests keyed on store-id + prod-name, each *

* carrying an approved sale price (or "hold at shelf"), the date *

* range the decision is good for and the approving buyer's ID,   *

* validates every field JSONCBL relies on, and writes a new      *

* override file -- old-file-in / new-file-out, the same way      *

* STORMNT maintains the store master, so a failed run leaves the *

* current file untouched. Bad transactions go to an exceptions   *

* listing; every applied change, and every override dropped      *

* because its date range has run out, is appended to a           *

* cumulative audit file saying who changed what, and when.       *

* RETURN-CODE follows JSONCBL's severity scheme: 0 clean, 4 some *

* transactions rejected, 8 nothing applied at all.               *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* Current override file, same fixed layout JSONCBL reads. OPTIONAL

* so the very first run (no file built yet -- every transaction an

* ADD) starts from an empty table instead of abending.

Select optional buyovr assign to BUYOVR

organization line sequential.

* The maintenance transactions: one row per buyer decision or

* withdrawal, fixed columns (see the FD below).

Select buytran assign to BUYTRAN organization line sequential.

* Updated override file written here, same layout BUYOVR is read

* in; the scheduler copies BUYNEW over BUYOVR after a clean end.

Select buynew assign to BUYNEW organization line sequential.

* Store master, read only to check that an override names a store

* the flyer run actually knows. OPTIONAL: without a master on hand

* the store check is simply not made.

Select optional storemst assign to STOREMST

organization line sequential.

* Rejected transactions are listed here with the reason, instead

* of half-applying or silently dropping them.

Select buyexc assign to BUYEXCP organization line sequential.

* Cumulative audit trail: every change actually applied, appended

* with who/when/what, never rewritten -- EXTEND, not OUTPUT.

* OPTIONAL so the first run creates it.

Select optional buyaud assign to BUYAUD

organization line sequential.



DATA DIVISION.

File section.

* Override row, fixed columns: the store/SKU key, the decision

* ('P' sell at the approved price, 'H' hold at shelf price), the

* approved price (zero for a hold), the first and last dates the

* decision applies, and the buyer who made it.

FD buyovr.

1 buyovr-rec.

2 bo-store-id pic x(20).

2 bo-prod-name pic x(20).

2 bo-decision pic x(1).

2 bo-sale-price pic 9(4)v99.

2 bo-start-date pic 9(8).

2 bo-end-date pic 9(8).

2 bo-buyer-id pic x(8).

* Maintenance transaction, fixed columns: the action word, then

* the full override row it carries, then who keyed it. CHANGE

* replaces the whole row, same as a STORMNT CHANGE.

FD buytran.

1 buytran-rec.

2 tr-action pic x(6).

2 tr-store-id pic x(20).

2 tr-prod-name pic x(20).

2 tr-decision pic x(1).

2 tr-sale-price pic 9(4)v99.

2 tr-start-date pic 9(8).

2 tr-end-date pic 9(8).

2 tr-buyer-id pic x(8).

2 tr-user-id pic x(8).

FD buynew.

1 buynew-rec.

2 bn-store-id pic x(20).

2 bn-prod-name pic x(20).

2 bn-decision pic x(1).

2 bn-sale-price pic 9(4)v99.

2 bn-start-date pic 9(8).

2 bn-end-date pic 9(8).

2 bn-buyer-id pic x(8).

FD storemst.

1 storemst-rec.

2 sm-store-id pic x(20).

2 sm-store-name pic x(30).

2 sm-street pic x(30).

2 sm-phone pic x(12).

2 sm-logo-url pic x(100).

2 sm-footer-msg pic x(60).

FD buyexc.

1 buyexc-rec pic x(200) value spaces.

FD buyaud.

1 buyaud-rec pic x(200) value spaces.

Working-storage section.

* The whole override file held in storage for the run, same bound

* as JSONCBL's copy of it. Transactions apply to this table in file

* order, and the table is written out at the end. ovr-deleted

* marks rows a DELETE removed; they stay in the table (so a later

* ADD for the same key is a genuine re-open) but are left out of

* the new file.

1 buyer-overrides.

2 ovr-count pic 9(4) value 0.

2 ovr-entry occurs 0 to 5000 times

depending on ovr-count.

3 ovr-store-id pic x(20).

3 ovr-prod-name pic x(20).

3 ovr-decision pic x(1).

3 ovr-sale-price pic 9(4)v99.

3 ovr-start-date pic 9(8).

3 ovr-end-date pic 9(8).

3 ovr-buyer-id pic x(8).

3 ovr-deleted pic x(1).

1 ovr-max pic 9(4) value 5000.

1 ovr-truncated pic x(1) value 'N'.

1 buyovr-eof pic x(1) value 'N'.

1 buytran-eof pic x(1) value 'N'.

1 ovr-idx pic 9(4) value 0.

* Index of the override row the current transaction's key matched

* ('found' only when that row isn't deleted)

1 ovr-found pic x(1) value 'N'.

1 ovr-found-idx pic 9(4) value 0.

* Store-ids from the store master, for the unknown-store check;

* bounded the same as JSONCBL's store-master table

1 known-stores.

2 known-store-count pic 9(3) value 0.

2 known-store-id occurs 0 to 999 times

depending on known-store-count

pic x(20).

1 known-store-max pic 9(3) value 999.

1 known-idx pic 9(3) value 0.

1 storemst-eof pic x(1) value 'N'.

1 store-known pic x(1) value 'N'.

* Set by Apply-One-Transaction once the change really landed in

* the table -- the audit row and applied tally key off this

1 apply-done pic x(1) value 'N'.

* Set by Validate-Transaction; valid-reason carries the text the

* reject listing prints when it says 'N'

1 tran-valid pic x(1) value 'Y'.

1 valid-reason pic x(60) value spaces.

* Result of FUNCTION TEST-DATE-YYYYMMDD on a transaction's dates

1 tran-date-test pic s9(4) value 0.

* Run tallies behind the severity RETURN-CODE

1 trans-read pic 9(4) value 0.

1 trans-applied pic 9(4) value 0.

1 trans-rejected pic 9(4) value 0.

* Edited approved price for the audit rows

1 price-edit pic zzz9.99.

* Today's date, from the system clock, for the expiry sweep

1 buymnt-date pic 9(8) value 0.

* Timestamp pieces for the audit rows, from the system clock

1 audit-stamp pic x(21) value spaces.

1 current-date-raw pic x(21) value spaces.



PROCEDURE DIVISION.

Move function current-date(1:8) to buymnt-date

Open output buyexc

Open extend buyaud

Perform Load-Known-Stores

Perform Load-Override-File

Perform Apply-Transactions

Perform Write-New-Override-File

Close buyaud

Close buyexc

* Severity for the scheduler, same scheme as JSONCBL: a run whose

* every transaction bounced ends 8, a run with any reject ends 4.

Evaluate true

When trans-read > 0 and trans-applied = 0

Move 8 to return-code

When trans-rejected > 0

Move 4 to return-code

When other

Move 0 to return-code

End-evaluate

Goback.



* Reads the store-ids from the store master (when there is one),

* so an override keyed to a store the flyer run doesn't know -- a

* typo that would otherwise sit on file never matching anything --

* is rejected at the door.

Load-Known-Stores.

Move 'N' to storemst-eof

Open input storemst

Perform until storemst-eof = 'Y'

Read storemst

at end

Move 'Y' to storemst-eof

not at end

If function trim(sm-store-id) not = spaces

and known-store-count < known-store-max then

Add 1 to known-store-count

Move sm-store-id to known-store-id(known-store-count)

End-if

End-read

End-perform

Close storemst.



* Reads the whole current override file (if one exists yet) into

* the buyer-overrides table. As in STORMNT, nothing is silently

* dropped -- a malformed row is kept, listed, and can be repaired

* by a CHANGE transaction in the same run.

Load-Override-File.

Move 'N' to buyovr-eof

Open input buyovr

Perform until buyovr-eof = 'Y'

Read buyovr

at end

Move 'Y' to buyovr-eof

not at end

If ovr-count < ovr-max then

Add 1 to ovr-count

Move bo-store-id to ovr-store-id(ovr-count)

Move bo-prod-name to ovr-prod-name(ovr-count)

Move bo-decision to ovr-decision(ovr-count)

Move bo-sale-price to ovr-sale-price(ovr-count)

Move bo-start-date to ovr-start-date(ovr-count)

Move bo-end-date to ovr-end-date(ovr-count)

Move bo-buyer-id to ovr-buyer-id(ovr-count)

Move 'N' to ovr-deleted(ovr-count)

If function trim(bo-store-id) = spaces

or function trim(bo-prod-name) = spaces

or (bo-decision not = 'P' and bo-decision not = 'H')

or bo-end-date is not numeric then

Move spaces to buyexc-rec

String "(override load) malformed row carried as-is"

" - JSONCBL will ignore it until repaired"

delimited by size

into buyexc-rec

Write buyexc-rec

End-if

Else

If ovr-truncated not = 'Y' then

Move 'Y' to ovr-truncated

Move spaces to buyexc-rec

String "(override load) file larger than the"

" override table - extra rows ignored"

delimited by size

into buyexc-rec

Write buyexc-rec

End-if

End-if

End-read

End-perform

Close buyovr.



* Reads the transactions and applies each valid one to the table

* in file order; invalid ones go to the reject listing with the

* reason and change nothing.

Apply-Transactions.

Move 'N' to buytran-eof

Open input buytran

Perform until buytran-eof = 'Y'

Read buytran

at end

Move 'Y' to buytran-eof

not at end

Add 1 to trans-read

Perform Lookup-Transaction-Override

Perform Validate-Transaction

If tran-valid = 'Y' then

Perform Apply-One-Transaction

Else

Add 1 to trans-rejected

Move spaces to buyexc-rec

String "REJECTED " function trim(tr-action)

" store " function trim(tr-store-id)

" SKU " function trim(tr-prod-name)

" (user " function trim(tr-user-id)

"): " function trim(valid-reason)

delimited by size

into buyexc-rec

Write buyexc-rec

End-if

End-read

End-perform

Close buytran.



* Finds the transaction's store/SKU in the table. A row a DELETE

* already removed this run counts as not found -- an ADD may then

* legitimately re-open the override.

Lookup-Transaction-Override.

Move 'N' to ovr-found

Move 0 to ovr-found-idx

Perform varying ovr-idx from 1 by 1

until ovr-idx > ovr-count

If ovr-store-id(ovr-idx) = tr-store-id

and ovr-prod-name(ovr-idx) = tr-prod-name then

Move ovr-idx to ovr-found-idx

If ovr-deleted(ovr-idx) not = 'Y' then

Move 'Y' to ovr-found

End-if

End-if

End-perform.



* Validates one transaction: the action word, the key, existence

* rules per action, and -- for ADD and CHANGE -- every field the

* flyer run acts on. First failing check wins; the reason text is

* what the reject listing prints.

Validate-Transaction.

Move 'Y' to tran-valid

Move spaces to valid-reason

Evaluate true

When function trim(tr-store-id) = spaces

or function trim(tr-prod-name) = spaces

Move 'N' to tran-valid

Move "blank store-id or prod-name" to valid-reason

When tr-action not = 'ADD' and tr-action not = 'CHANGE'

and tr-action not = 'DELETE'

Move 'N' to tran-valid

Move "action must be ADD, CHANGE or DELETE" to valid-reason

When tr-action = 'ADD' and ovr-found = 'Y'

Move 'N' to tran-valid

Move "override already on file - use CHANGE" to valid-reason

When tr-action = 'CHANGE' and ovr-found not = 'Y'

Move 'N' to tran-valid

Move "override not on file - use ADD" to valid-reason

When tr-action = 'DELETE' and ovr-found not = 'Y'

Move 'N' to tran-valid

Move "override not on file - nothing to delete" to valid-reason

When other

continue

End-evaluate

If tran-valid = 'Y' and tr-action not = 'DELETE' then

Perform Check-Transaction-Dates

Perform Check-Known-Store

Evaluate true

When tr-decision not = 'P' and tr-decision not = 'H'

Move 'N' to tran-valid

Move "decision must be P (approved price) or H (hold at shelf)"

to valid-reason

When tr-decision = 'P'

and (tr-sale-price is not numeric or tr-sale-price = 0)

* JSONCBL puts this price on the flyer and the registers as-is --

* a zero or garbled one would give the stock away

Move 'N' to tran-valid

Move "approved sale price missing or not numeric"

to valid-reason

When tran-date-test not = 0

Move 'N' to tran-valid

Move "start/end dates must be real YYYYMMDD dates"

to valid-reason

When tr-end-date < tr-start-date

Move 'N' to tran-valid

Move "end date before start date" to valid-reason

When tr-end-date < buymnt-date

Move 'N' to tran-valid

Move "date range already over - nothing left to approve"

to valid-reason

When function trim(tr-buyer-id) = spaces

* The flyer run and its control report name the approving buyer

* on every override honored; an unsigned decision is no decision

Move 'N' to tran-valid

Move "blank buyer ID - override must name its approver"

to valid-reason

When store-known not = 'Y'

Move 'N' to tran-valid

Move "store-id not in store master" to valid-reason

When other

continue

End-evaluate

End-if.



* Sets tran-date-test non-zero unless both of the transaction's

* dates are real calendar dates.

Check-Transaction-Dates.

If tr-start-date is numeric and tr-end-date is numeric then

Compute tran-date-test =

function test-date-yyyymmdd(tr-start-date)

If tran-date-test = 0 then

Compute tran-date-test =

function test-date-yyyymmdd(tr-end-date)

End-if

Else

Move 1 to tran-date-test

End-if.



* Sets store-known for the transaction's store-id. With no store

* master on hand there is nothing to check against, and every

* store counts as known.

Check-Known-Store.

If known-store-count = 0 then

Move 'Y' to store-known

Else

Move 'N' to store-known

Perform varying known-idx from 1 by 1

until known-idx > known-store-count or store-known = 'Y'

If known-store-id(known-idx) = tr-store-id then

Move 'Y' to store-known

End-if

End-perform

End-if.



* Applies one validated transaction to the table and writes its

* audit row. ADD reuses the key's deleted slot when one exists

* instead of burning a fresh entry.

Apply-One-Transaction.

Move 'N' to apply-done

Evaluate tr-action

When 'ADD'

If ovr-found-idx > 0 then

Move ovr-found-idx to ovr-idx

Perform Move-Transaction-To-Entry

Move 'Y' to apply-done

Else

If ovr-count < ovr-max then

Add 1 to ovr-count

Move ovr-count to ovr-idx

Perform Move-Transaction-To-Entry

Move 'Y' to apply-done

Else

Add 1 to trans-rejected

Move spaces to buyexc-rec

String "REJECTED ADD store " function trim(tr-store-id)

" SKU " function trim(tr-prod-name)

" (user " function trim(tr-user-id)

"): override table full"

delimited by size

into buyexc-rec

Write buyexc-rec

End-if

End-if

When 'CHANGE'

Move ovr-found-idx to ovr-idx

Perform Move-Transaction-To-Entry

Move 'Y' to apply-done

When 'DELETE'

Move 'Y' to ovr-deleted(ovr-found-idx)

Move 'Y' to apply-done

End-evaluate

If apply-done = 'Y' then

Add 1 to trans-applied

Perform Write-Audit-Row

End-if.



* Moves the transaction's fields into ovr-entry(ovr-idx). A hold

* carries no price -- whatever was keyed in the price column is

* zeroed rather than left to confuse the next reader.

Move-Transaction-To-Entry.

Move tr-store-id to ovr-store-id(ovr-idx)

Move tr-prod-name to ovr-prod-name(ovr-idx)

Move tr-decision to ovr-decision(ovr-idx)

If tr-decision = 'H' then

Move 0 to ovr-sale-price(ovr-idx)

Else

Move tr-sale-price to ovr-sale-price(ovr-idx)

End-if

Move tr-start-date to ovr-start-date(ovr-idx)

Move tr-end-date to ovr-end-date(ovr-idx)

Move tr-buyer-id to ovr-buyer-id(ovr-idx)

Move 'N' to ovr-deleted(ovr-idx).



* Appends one audit row for the change just applied: when, who,

* what action, which store/SKU, and -- for ADD and CHANGE -- the

* decision, its date range and the approving buyer. The file is

* opened EXTEND, so the trail accumulates across runs.

Write-Audit-Row.

Perform Build-Audit-Stamp

Move spaces to buyaud-rec

Evaluate true

When tr-action = 'DELETE'

String audit-stamp

" " function trim(tr-user-id)

" DELETE store " function trim(tr-store-id)

" SKU " function trim(tr-prod-name)

delimited by size

into buyaud-rec

When tr-decision = 'H'

String audit-stamp

" " function trim(tr-user-id)

" " function trim(tr-action)

" store " function trim(tr-store-id)

" SKU " function trim(tr-prod-name)

" HOLD AT SHELF " tr-start-date "-" tr-end-date

" buyer " function trim(tr-buyer-id)

delimited by size

into buyaud-rec

When other

Move tr-sale-price to price-edit

String audit-stamp

" " function trim(tr-user-id)

" " function trim(tr-action)

" store " function trim(tr-store-id)

" SKU " function trim(tr-prod-name)

" PRICE $" function trim(price-edit)

" " tr-start-date "-" tr-end-date

" buyer " function trim(tr-buyer-id)

delimited by size

into buyaud-rec

End-evaluate

Write buyaud-rec.



* Formats the system clock into the audit rows' timestamp.

Build-Audit-Stamp.

Move function current-date to current-date-raw

Move spaces to audit-stamp

String current-date-raw(1:4) "-"

current-date-raw(5:2) "-"

current-date-raw(7:2) " "

current-date-raw(9:2) ":"

current-date-raw(11:2) ":"

current-date-raw(13:2)

delimited by size

into audit-stamp.



* Writes the updated table out as the new override file, leaving

* out the rows DELETE removed and the ones whose date range ended

* before today (each of those gets its own audit row, so an

* override never just vanishes). Row order is preserved.

Write-New-Override-File.

Open output buynew

Perform varying ovr-idx from 1 by 1

until ovr-idx > ovr-count

If ovr-deleted(ovr-idx) not = 'Y' then

If ovr-end-date(ovr-idx) is numeric

and ovr-end-date(ovr-idx) < buymnt-date then

Perform Build-Audit-Stamp

Move spaces to buyaud-rec

String audit-stamp

" (expired) store " function trim(ovr-store-id(ovr-idx))

" SKU " function trim(ovr-prod-name(ovr-idx))

" ended " ovr-end-date(ovr-idx)

" - dropped from the override file"

delimited by size

into buyaud-rec

Write buyaud-rec

Else

Move spaces to buynew-rec

Move ovr-store-id(ovr-idx) to bn-store-id

Move ovr-prod-name(ovr-idx) to bn-prod-name

Move ovr-decision(ovr-idx) to bn-decision

Move ovr-sale-price(ovr-idx) to bn-sale-price

Move ovr-start-date(ovr-idx) to bn-start-date

Move ovr-end-date(ovr-idx) to bn-end-date

Move ovr-buyer-id(ovr-idx) to bn-buyer-id

Write buynew-rec

End-if

End-if

End-perform

Close buynew.



End program BUYMNT.

