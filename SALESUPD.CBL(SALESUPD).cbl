
* days of catch-up never get just one day's decay again. *

* Every change to the master is first journaled as a before- *

* image on SALESJNL (tagged with the business date applied), so *

* SALESREV can back a bad day out; after a reversal limited to *

* some stores, the re-run of the reversed days touches only those *

* stores, and until it has run a file that doesn't start the day *

* after the control date and carry every reversed day is rejected *

* the same way, so no backed-out day is left behind for good. *

******************************************************************

ENVIRONMENT DIVISION.

Select updexc assign to UPDEXCP organization line sequential.

* Before-image journal: one row per master record this run adds,

* changes or deletes, plus one per business day for the control

* record, tagged with the business date being applied. Appended

* to run after run; OPTIONAL so the first run creates it. SALESREV

* reads it to put the master back the way it was before a day.

Select optional saljnl assign to SALESJNL

organization line sequential.



DATA DIVISION.

1 updexc-rec pic x(200) value spaces.

FD saljnl.

1 saljnl-rec.

2 jn-bus-date pic 9(8).

* A = record added by this date (a reversal deletes it),

* C = record changed, D = record deleted by the decay pass;

* the rest of the row is the record as it was before the change

2 jn-change pic x(1).

2 jn-store-id pic x(20).

2 jn-prod-name pic x(20).

2 jn-salesperday pic 9(3)v99.

2 jn-last-moved pic 9(8).

Working-storage section.

1 saleshist-eof pic x(1) value 'N'.

1 move-date-test pic s9(4) value 0.

* 'Y' when the master already had a control record at startup

1 control-found pic x(1) value 'N'.

* Control record's value before the day now being applied, for

* that day's journal row

1 day-before-date pic 9(8) value 0.

* Change code for the next journal row (see jn-change)

1 journal-change pic x(1) value space.

* Store-id of the markers SALESREV leaves after a reversal limited

* to some stores: one per store reversed (the store-id in the

* prod-name), sh-last-moved holding the last date reversed. Until

* movement through that date has been re-applied, only those

* stores are touched -- the others were never backed out and

* already carry those days.

1 reapply-store-id pic x(20) value '*REAPPLY*'.

1 reapply-scope.

2 rsc-count pic 9(3) value 0.

2 rsc-entry occurs 0 to 999 times

depending on rsc-count.

3 rsc-store-id pic x(20).

1 rsc-max pic 9(3) value 999.

1 rsc-idx pic 9(3) value 0.

* Last business date the reversal covered; zero when no

* store-limited reversal is waiting to be re-applied

1 reapply-through-date pic 9(8) value 0.

* 'Y' while the day being applied falls inside that reversal

1 day-scoped pic x(1) value 'N'.

* 'Y' when the store-id being checked is one of the reversed ones

1 store-in-scope pic x(1) value 'N'.

* During validation, the next business date the movement has to

* carry while a store-limited reversal waits to be re-applied

1 next-reapply-date pic 9(8) value 0.

1 next-reapply-int pic 9(10) value 0.



PROCEDURE DIVISION.

Perform Read-Control-Record

Perform Load-Reapply-Scope

Perform Validate-Movement-Dates

If movement-rejected = 'Y' then

Else

Open extend saljnl

Perform Apply-Movement

Perform Update-Control-Record

Perform Clear-Reapply-Scope

Close saljnl

Move 0 to return-code

End-if

not invalid key

Move 'Y' to control-found

If sh-last-moved is numeric then

Move sh-last-moved to last-applied-date



* Picks up the markers a store-limited SALESREV reversal left on

* the master: which stores were backed out, and through which

* business date. None on the master is the normal case.

Load-Reapply-Scope.

Move 0 to rsc-count

Move 0 to reapply-through-date

Move reapply-store-id to sh-store-id

Move low-values to sh-prod-name

Start saleshist key >= sh-key

invalid key

Move 'Y' to saleshist-eof

not invalid key

Move 'N' to saleshist-eof

End-start

Perform until saleshist-eof = 'Y'

Read saleshist next

at end

Move 'Y' to saleshist-eof

not at end

If sh-store-id not = reapply-store-id then

Move 'Y' to saleshist-eof

Else

If rsc-count < rsc-max then

Add 1 to rsc-count

Move sh-prod-name to rsc-store-id(rsc-count)

End-if

If sh-last-moved is numeric

and sh-last-moved > reapply-through-date then

Move sh-last-moved to reapply-through-date

End-if

End-if

End-read

End-perform

If rsc-count > 0 then

Move spaces to updexc-rec

String "(master) re-applying reversed business dates through "

reapply-through-date " for the reversed stores only"

delimited by size

into updexc-rec

Write updexc-rec

End-if.



* First pass over the movement file, before anything is applied:

* every row that will take part must carry a real calendar date,

* would skip anyway (blank key, non-numeric units) don't take

* part in the ordering check. While a store-limited reversal waits

* to be re-applied, the file must also pick up the day after the

* control date and carry every day through the last reversed one

* with none missing -- a file that skipped them would be applied

* to every store and clear the markers, and the reversed stores

* would never get those days back.

Validate-Movement-Dates.


Move 0 to prev-row-date

Move 0 to next-reapply-date

If reapply-through-date > 0 and last-applied-date > 0 then

Compute next-reapply-int =

function INTEGER-OF-DATE(last-applied-date) + 1

Compute next-reapply-date = function DATE-OF-INTEGER(next-reapply-int)

End-if

Move 'N' to movein-eof

Open input movein

End-perform

Close movein

If movement-rejected not = 'Y'

and reapply-through-date > 0

and prev-row-date < reapply-through-date then

Move 'Y' to movement-rejected

Move spaces to updexc-rec

String "(movement) file stops short of reversed business date "

reapply-through-date " - whole file rejected, nothing applied"

delimited by size

into updexc-rec

Write updexc-rec

End-if.




Write updexc-rec

When reapply-through-date > 0

and mv-bus-date > prev-row-date

and next-reapply-date > 0

and next-reapply-date <= reapply-through-date

and mv-bus-date not = next-reapply-date

Move 'Y' to movement-rejected

Move spaces to updexc-rec

String "(movement) reversed business date " next-reapply-date

" missing from the re-run - whole file rejected,"

" nothing applied"

delimited by size

into updexc-rec

Write updexc-rec

When other

If reapply-through-date > 0

and mv-bus-date > prev-row-date then

Compute next-reapply-int =

function INTEGER-OF-DATE(mv-bus-date) + 1

Compute next-reapply-date = function DATE-OF-INTEGER(next-reapply-int)

End-if

Move mv-bus-date to prev-row-date

End-evaluate.

If apply-day = 0 then

Move last-applied-date to day-before-date

Perform Start-Apply-Day

Else


Perform Decay-Unmoved-Entries

Move apply-day to day-before-date

Perform Start-Apply-Day

End-if

End-if

Move mv-store-id to sh-store-id

Perform Check-Store-In-Scope

If store-in-scope = 'Y' then

Perform Fold-Movement-Row

Else

Move spaces to updexc-rec

String function trim(mv-store-id)

" " function trim(mv-prod-name)

": store not in the reversal being re-applied - row skipped"

delimited by size

into updexc-rec

Write updexc-rec

End-if

End-evaluate.



* Starts a new business day: stamps it as the day being applied,

* works out whether it falls inside a store-limited reversal, and

* journals the control record's value before the day so backing

* the day out also rewinds the control record.

Start-Apply-Day.

Move mv-bus-date to apply-day

If reapply-through-date > 0

and apply-day <= reapply-through-date then

Move 'Y' to day-scoped

Else

Move 'N' to day-scoped

End-if

Move control-store-id to sh-store-id

Move spaces to sh-prod-name

Move day-before-date to sh-last-moved

Move 0 to sh-salesperday

If control-found not = 'Y' and day-before-date = 0 then

Move 'A' to journal-change

Else

Move 'C' to journal-change

End-if

Perform Write-Journal-Row.



* Sets store-in-scope for the store-id in sh-store-id: always 'Y'

* outside a store-limited reversal, otherwise 'Y' only for the

* stores that reversal backed out.

Check-Store-In-Scope.

If day-scoped not = 'Y' then

Move 'Y' to store-in-scope

Else

Move 'N' to store-in-scope

Perform varying rsc-idx from 1 by 1

until rsc-idx > rsc-count or store-in-scope = 'Y'

If rsc-store-id(rsc-idx) = sh-store-id then

Move 'Y' to store-in-scope

End-if

End-perform

End-if.



* Folds one movement row into its store/SKU's record, journaling

* the record's before-image first.

Fold-Movement-Row.

Move mv-store-id to sh-store-id

Move mv-prod-name to sh-prod-name

invalid key

Move 'A' to journal-change

Perform Write-Journal-Row

Compute work-salesperday rounded =

mv-units-sold / trailing-window

not invalid key

Move 'C' to journal-change

Perform Write-Journal-Row

If sh-salesperday is numeric then

Move sh-salesperday to work-salesperday

Rewrite saleshist-rec

End-read.



* Appends the journal row for the record in the master's record

* area, as it stands before this run changes it. An added record

* has no before-image; its row carries zeros.

Write-Journal-Row.

Move spaces to saljnl-rec

Move apply-day to jn-bus-date

Move journal-change to jn-change

Move sh-store-id to jn-store-id

Move sh-prod-name to jn-prod-name

If journal-change = 'A' then

Move 0 to jn-salesperday

Move 0 to jn-last-moved

Else

Move sh-salesperday to jn-salesperday

Move sh-last-moved to jn-last-moved

End-if

Write saljnl-rec.




* "no history" anyway, and carrying dead SKUs forever would only

* bloat the master. The control record and any reversal markers

* are not SKUs and are left alone; while a store-limited reversal

* is being re-applied, only the reversed stores decay.

Decay-Unmoved-Entries.


not at end

Move 'N' to store-in-scope

If sh-store-id not = control-store-id

and sh-store-id not = reapply-store-id

and sh-last-moved not = apply-day then

Perform Check-Store-In-Scope

End-if

If store-in-scope = 'Y' then

If sh-salesperday is numeric then

Move sh-salesperday to work-salesperday

If work-salesperday = 0 then

Move 'D' to journal-change

Else

Move 'C' to journal-change

End-if

Perform Write-Journal-Row

If work-salesperday = 0 then

Delete saleshist record

Else



* Once movement through the last reversed date has been re-applied,

* the reversal is complete and its markers come off the master.

* Validation has already refused any file that skipped a reversed

* day or stopped short of the last one, so reaching that date here

* means every reversed day was applied.

Clear-Reapply-Scope.

If reapply-through-date > 0

and apply-day >= reapply-through-date then

Move reapply-store-id to sh-store-id

Move low-values to sh-prod-name

Start saleshist key >= sh-key

invalid key

Move 'Y' to saleshist-eof

not invalid key

Move 'N' to saleshist-eof

End-start

Perform until saleshist-eof = 'Y'

Read saleshist next

at end

Move 'Y' to saleshist-eof

not at end

If sh-store-id not = reapply-store-id then

Move 'Y' to saleshist-eof

Else

Delete saleshist record

End-if

End-read

End-perform

Move spaces to updexc-rec

String "(master) reversed business dates re-applied through "

reapply-through-date " - reversal markers cleared"

delimited by size

into updexc-rec

Write updexc-rec

End-if.



End program SALESUPD.

