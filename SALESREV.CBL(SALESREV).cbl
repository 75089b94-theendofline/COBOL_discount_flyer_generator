IDENTIFICATION DIVISION.

Program-id. SALESREV.

Author. Theendofline.

******************************************************************

* Reversal job for SALESUPD's sales-history master. When a bad   *

* MOVEIN file has been applied (a day's register extract sent    *

* twice, a store's units keyed in cases instead of eaches), this *

* job backs the master out to how it stood before a business     *

* date given on the JCL parm, using the before-images SALESUPD   *

* journals on SALESJNL, and rewinds the control record so the    *

* corrected MOVEIN for that date -- and the movement for every   *

* later date already applied -- is accepted again. An optional   *

* REVSTOR list of store-ids limits the reversal to those stores; *

* markers left on the master then keep the re-run from touching  *

* the other stores, which never lost those days. The journal is  *

* rewritten to JNLNEW without the rows backed out; the scheduler *

* copies JNLNEW over SALESJNL after a clean end. RETURN-CODE     *

* follows JSONCBL's scheme: 0 clean, 4 some journal rows could   *

* not be used, 8 nothing reversed and the master untouched.      *

******************************************************************

ENVIRONMENT DIVISION.

Input-output section.

File-control.

* The master SALESUPD maintains, updated in place.

Select optional saleshist assign to SALESHIST

organization indexed

access dynamic

record key sh-key.

* SALESUPD's before-image journal, same fixed layout it appends.

* OPTIONAL so a missing journal is reported instead of abending.

Select optional saljnl assign to SALESJNL

organization line sequential.

* Store-ids to limit the reversal to, one per line; no DD (or an

* empty one) reverses every store.

Select optional revstor assign to REVSTOR

organization line sequential.

* The journal less the rows backed out, same layout as SALESJNL

Select jnlnew assign to JNLNEW organization line sequential.

* Work file for putting the backed-out rows in store/SKU/date

* order, so each record's earliest before-image comes first

Select sortwk assign to SORTWK.

* What was reversed, what to re-run, and anything that stopped

* the run or a journal row

Select revrpt assign to REVRPT organization line sequential.



DATA DIVISION.

File section.

FD saleshist.

1 saleshist-rec.

2 sh-key.

3 sh-store-id pic x(20).

3 sh-prod-name pic x(20).

2 sh-salesperday pic 9(3)v99.

2 sh-last-moved pic 9(8).

FD saljnl.

1 saljnl-rec.

2 jn-bus-date pic 9(8).

2 jn-change pic x(1).

2 jn-store-id pic x(20).

2 jn-prod-name pic x(20).

2 jn-salesperday pic 9(3)v99.

2 jn-last-moved pic 9(8).

FD revstor.

1 revstor-rec.

2 rs-store-id pic x(20).

FD jnlnew.

1 jnlnew-rec pic x(62).

SD sortwk.

1 sortwk-rec.

2 sw-store-id pic x(20).

2 sw-prod-name pic x(20).

2 sw-bus-date pic 9(8).

2 sw-change pic x(1).

2 sw-salesperday pic 9(3)v99.

2 sw-last-moved pic 9(8).

FD revrpt.

1 revrpt-rec pic x(200) value spaces.

Working-storage section.

1 saljnl-eof pic x(1) value 'N'.

1 revstor-eof pic x(1) value 'N'.

1 sortwk-eof pic x(1) value 'N'.

1 saleshist-eof pic x(1) value 'N'.

* Same keys SALESUPD uses for the control record and for the

* markers a store-limited reversal leaves behind

1 control-store-id pic x(20) value '*CONTROL*'.

1 reapply-store-id pic x(20) value '*REAPPLY*'.

* First business date to back out (the JCL parm) and the last

* date applied, from the control record: every date from the one

* through the other is reversed

1 reverse-from-date pic 9(8) value 0.

1 reverse-from-int pic 9(10) value 0.

1 last-applied-date pic 9(8) value 0.

1 last-applied-int pic 9(10) value 0.

1 rev-date-test pic s9(4) value 0.

* Control record's value once the reversal is done; zero when the

* master had no control record before the first date reversed

1 rewound-date pic 9(8) value 0.

1 rewound-int pic 9(10) value 0.

1 control-restored pic x(1) value 'N'.

* Stores the reversal is limited to (REVSTOR), same bound as the

* other per-batch store lists; no entries means every store

1 reverse-stores.

2 rvs-count pic 9(3) value 0.

2 rvs-entry occurs 0 to 999 times

depending on rvs-count.

3 rvs-store-id pic x(20).

1 rvs-max pic 9(3) value 999.

1 rvs-idx pic 9(3) value 0.

1 rvs-found pic x(1) value 'N'.

* Set once anything stops the reversal; the master is left as it

* was and the run ends with severity 8

1 reversal-refused pic x(1) value 'N'.

* Key of the previous sorted row, so only the first (earliest)

* before-image of each record is put back

1 prev-sort-key pic x(40) value spaces.

1 sort-key pic x(40) value spaces.

* Run tallies for the report and the RETURN-CODE

1 rows-backed-out pic 9(7) value 0.

1 control-rows pic 9(5) value 0.

1 rows-kept pic 9(7) value 0.

1 rows-unusable pic 9(5) value 0.

1 recs-restored pic 9(7) value 0.

1 recs-removed pic 9(7) value 0.

1 count-edit pic z,zzz,zz9.

* "Today's" date for the report heading, from the system clock

1 run-date pic 9(8) value 0.

1 run-date-int pic 9(10) value 0.



Linkage section.

1 parameters-from-jcl.

* System-inserted field for total string length of parameters

2 parameters-total-length pic 9(4) usage comp.

* First business date to back out (YYYYMMDD)

2 parameter-date pic x(8).



PROCEDURE DIVISION using parameters-from-jcl.

Move function current-date(1:8) to run-date

Compute run-date-int = function INTEGER-OF-DATE(run-date)

Open output revrpt

Move spaces to revrpt-rec

String "Sales-history reversal - run "

function formatted-date("YYYY-MM-DD" run-date-int)

delimited by size

into revrpt-rec

Write revrpt-rec

Perform Validate-Reversal-Date

If reversal-refused not = 'Y' then

Open i-o saleshist

Perform Read-Control-Record

If reversal-refused not = 'Y' then

Perform Check-Pending-Reapply

End-if

If reversal-refused not = 'Y' then

Perform Load-Reversal-Stores

End-if

If reversal-refused not = 'Y' then

Sort sortwk

on ascending key sw-store-id sw-prod-name sw-bus-date

with duplicates in order

input procedure is Select-Journal-Rows

output procedure is Restore-Before-Images

End-if

If reversal-refused not = 'Y' and rvs-count > 0 then

Perform Write-Reapply-Markers

End-if

Close saleshist

End-if

If reversal-refused not = 'Y' then

Perform Write-Reversal-Summary

End-if

Close revrpt

* Severity for the scheduler: refused ends 8 (JNLNEW must not be

* copied over the journal), unusable journal rows end 4.

Evaluate true

When reversal-refused = 'Y'

Move 8 to return-code

When rows-unusable > 0

Move 4 to return-code

When other

Move 0 to return-code

End-evaluate

Goback.



* The JCL parm must carry a real calendar date; there is no

* sensible default for which day to back out.

Validate-Reversal-Date.

If parameters-total-length >= length of parameter-date

and parameter-date is numeric then

Move parameter-date to reverse-from-date

Compute rev-date-test =

function test-date-yyyymmdd(reverse-from-date)

Else

Move 1 to rev-date-test

End-if

If rev-date-test not = 0 then

Move 'Y' to reversal-refused

Move spaces to revrpt-rec

String "(parm) no usable business date (YYYYMMDD) to back out"

" - nothing reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

Else

Compute reverse-from-int =

function INTEGER-OF-DATE(reverse-from-date)

End-if.



* Reads the last business date applied from the master's control

* record. A date later than that was never applied, so there is

* nothing to back out.

Read-Control-Record.

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

If last-applied-date = 0 then

Move 'Y' to reversal-refused

Move spaces to revrpt-rec

String "(master) no dated control record - no dated movement"

" has been applied, nothing reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

End-if

If reversal-refused not = 'Y' then

If reverse-from-date > last-applied-date then

Move 'Y' to reversal-refused

Move spaces to revrpt-rec

String "(master) business date " reverse-from-date

" is later than the last date applied ("

last-applied-date ") - nothing reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

Else

Compute last-applied-int =

function INTEGER-OF-DATE(last-applied-date)

End-if

End-if.



* A store-limited reversal still waiting for its re-run has

* markers on the master. Reversing again on top of it would mix

* the two scopes, so the earlier one has to be finished first.

Check-Pending-Reapply.

Move reapply-store-id to sh-store-id

Move low-values to sh-prod-name

Start saleshist key >= sh-key

invalid key

continue

not invalid key

Read saleshist next

at end

continue

not at end

If sh-store-id = reapply-store-id then

Move 'Y' to reversal-refused

Move spaces to revrpt-rec

String "(master) an earlier store-limited reversal has"

" not been re-applied by SALESUPD yet - nothing"

" reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

End-if

End-read

End-start.



* Loads the optional list of stores to limit the reversal to.

* More stores than the list holds refuses the run -- reversing a

* silently shortened list would leave stores half backed out.

Load-Reversal-Stores.

Move 0 to rvs-count

Move 'N' to revstor-eof

Open input revstor

Perform until revstor-eof = 'Y'

Read revstor

at end

Move 'Y' to revstor-eof

not at end

If function trim(rs-store-id) not = spaces then

Perform Add-Reversal-Store

End-if

End-read

End-perform

Close revstor.



* Adds one REVSTOR store-id to the list, once.

Add-Reversal-Store.

Move rs-store-id to sh-store-id

Perform Check-Reversal-Store

If rvs-found not = 'Y' then

If rvs-count < rvs-max then

Add 1 to rvs-count

Move rs-store-id to rvs-store-id(rvs-count)

Else

If reversal-refused not = 'Y' then

Move 'Y' to reversal-refused

Move spaces to revrpt-rec

String "(stores) more store-ids than the reversal list"

" holds - nothing reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

End-if

End-if

End-if.



* Sets rvs-found for the store-id in sh-store-id.

Check-Reversal-Store.

Move 'N' to rvs-found

Perform varying rvs-idx from 1 by 1

until rvs-idx > rvs-count or rvs-found = 'Y'

If rvs-store-id(rvs-idx) = sh-store-id then

Move 'Y' to rvs-found

End-if

End-perform.



* Sort input: every journal row dated inside the reversal (for

* the listed stores, when there is a list) goes to the sort to be

* put back; everything else is copied to the new journal. The

* control record's rows are always backed out -- the control date

* is rewound whichever stores are reversed. Rows with no usable

* date or change code are kept and logged.

Select-Journal-Rows.

Move 'N' to saljnl-eof

Open input saljnl

Open output jnlnew

Perform until saljnl-eof = 'Y'

Read saljnl

at end

Move 'Y' to saljnl-eof

not at end

Perform Select-One-Journal-Row

End-read

End-perform

Close saljnl

Close jnlnew.



* Routes one journal row to the sort or to the new journal.

Select-One-Journal-Row.

Evaluate true

When jn-bus-date is not numeric

or (jn-change not = 'A' and jn-change not = 'C'

and jn-change not = 'D')

Add 1 to rows-unusable

Move spaces to revrpt-rec

String "(journal) " function trim(jn-store-id)

" " function trim(jn-prod-name)

": no usable date or change code - row kept, not reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

Write jnlnew-rec from saljnl-rec

When jn-bus-date < reverse-from-date

or jn-bus-date > last-applied-date

Add 1 to rows-kept

Write jnlnew-rec from saljnl-rec

When jn-store-id = control-store-id

Add 1 to control-rows

Perform Release-Journal-Row

When other

Move 'Y' to rvs-found

If rvs-count > 0 then

Move jn-store-id to sh-store-id

Perform Check-Reversal-Store

End-if

If rvs-found = 'Y' then

Perform Release-Journal-Row

Else

Add 1 to rows-kept

Write jnlnew-rec from saljnl-rec

End-if

End-evaluate.



* Hands one journal row to the sort.

Release-Journal-Row.

Add 1 to rows-backed-out

Move jn-store-id to sw-store-id

Move jn-prod-name to sw-prod-name

Move jn-bus-date to sw-bus-date

Move jn-change to sw-change

Move jn-salesperday to sw-salesperday

Move jn-last-moved to sw-last-moved

Release sortwk-rec.



* Sort output: the rows come back by store/SKU and date, and the

* first one for each record is its before-image from before the

* first date reversed -- that one is put back, the later ones are

* passed over. A journal with no control rows for the dates never

* saw them applied (or was cut short), so nothing is put back.

Restore-Before-Images.

If control-rows = 0 then

Move 'Y' to reversal-refused

Move spaces to revrpt-rec

String "(journal) no journal rows for business dates "

reverse-from-date " through " last-applied-date

" - nothing reversed"

delimited by size

into revrpt-rec

Write revrpt-rec

End-if

Move spaces to prev-sort-key

Move 'N' to sortwk-eof

Perform until sortwk-eof = 'Y'

Return sortwk

at end

Move 'Y' to sortwk-eof

not at end

Move sw-store-id to sort-key(1:20)

Move sw-prod-name to sort-key(21:20)

If sort-key not = prev-sort-key

and reversal-refused not = 'Y' then

Perform Restore-One-Record

End-if

Move sort-key to prev-sort-key

End-return

End-perform.



* Puts one record back as it stood before the first date reversed:

* a record that date added is deleted, a changed or decayed-away

* one is rewritten (or written back) with its before-image. The

* control record's before-image is the date applied before the

* reversal; if the master had none, the control record goes.

Restore-One-Record.

Move sw-store-id to sh-store-id

Move sw-prod-name to sh-prod-name

If sw-change = 'A' then

Delete saleshist record

invalid key

continue

not invalid key

Add 1 to recs-removed

End-delete

Else

Read saleshist

invalid key

Move sw-salesperday to sh-salesperday

Move sw-last-moved to sh-last-moved

Write saleshist-rec

End-write

not invalid key

Move sw-salesperday to sh-salesperday

Move sw-last-moved to sh-last-moved

Rewrite saleshist-rec

End-read

Add 1 to recs-restored

End-if

If sw-store-id = control-store-id then

Move 'Y' to control-restored

If sw-change = 'A' then

Move 0 to rewound-date

Else

Move sw-last-moved to rewound-date

End-if

End-if.



* After a store-limited reversal, marks each reversed store on

* the master with the last date reversed, so SALESUPD's re-run of

* those dates applies movement to these stores only.

Write-Reapply-Markers.

Perform varying rvs-idx from 1 by 1 until rvs-idx > rvs-count

Move reapply-store-id to sh-store-id

Move rvs-store-id(rvs-idx) to sh-prod-name

Move 0 to sh-salesperday

Move last-applied-date to sh-last-moved

Write saleshist-rec

invalid key

Rewrite saleshist-rec

End-write

End-perform.



* What was reversed and what has to be re-run.

Write-Reversal-Summary.

Move spaces to revrpt-rec

String "Business dates backed out: "

function formatted-date("YYYY-MM-DD" reverse-from-int)

" through "

function formatted-date("YYYY-MM-DD" last-applied-int)

delimited by size

into revrpt-rec

Write revrpt-rec

If rvs-count = 0 then

Move spaces to revrpt-rec

String "Stores reversed: all" delimited by size

into revrpt-rec

Write revrpt-rec

Else

Perform varying rvs-idx from 1 by 1 until rvs-idx > rvs-count

Move spaces to revrpt-rec

String "Store reversed: " function trim(rvs-store-id(rvs-idx))

delimited by size

into revrpt-rec

Write revrpt-rec

End-perform

End-if

Move rows-backed-out to count-edit

Move spaces to revrpt-rec

String "Journal rows backed out: " function trim(count-edit)

delimited by size

into revrpt-rec

Write revrpt-rec

Move recs-restored to count-edit

Move spaces to revrpt-rec

String "Master records put back: " function trim(count-edit)

delimited by size

into revrpt-rec

Write revrpt-rec

Move recs-removed to count-edit

Move spaces to revrpt-rec

String "Master records removed (added by those dates): "

function trim(count-edit)

delimited by size

into revrpt-rec

Write revrpt-rec

Move spaces to revrpt-rec

If control-restored = 'Y' and rewound-date > 0 then

Compute rewound-int = function INTEGER-OF-DATE(rewound-date)

String "Control record rewound to "

function formatted-date("YYYY-MM-DD" rewound-int)

delimited by size

into revrpt-rec

Else

String "Control record removed - the master is undated again"

delimited by size

into revrpt-rec

End-if

Write revrpt-rec

Move spaces to revrpt-rec

String "Re-run SALESUPD with the corrected movement for "

function formatted-date("YYYY-MM-DD" reverse-from-int)

" and the movement for every later date through "

function formatted-date("YYYY-MM-DD" last-applied-int)

delimited by size

into revrpt-rec

Write revrpt-rec

If rvs-count > 0 then

Move spaces to revrpt-rec

String "Only the stores listed take that movement; the rest"

" already carry those dates"

delimited by size

into revrpt-rec

Write revrpt-rec

End-if.



End program SALESREV.

