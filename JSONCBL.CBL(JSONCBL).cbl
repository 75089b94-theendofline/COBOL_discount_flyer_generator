
Select flyer assign to dynamic flyer-filename.

* Machine-readable flyer feed for the website and mobile app: the

* same items, in the same order, as the store's flyer, as one JSON

* document per store -- FEED<store-id>.JSN next to the flyer,

* whatever the flyer's own format. Named per store at run time the

* same way the flyer is.

Select feed assign to dynamic feed-filename

organization line sequential.

* Exceptions listing: inventory records skipped during the run

* (e.g. a zero salesperday that would otherwise abend the divide)

organization line sequential.

* Shelf-edge label print file: one fixed-layout label per price

* change row, per store, sorted by aisle so the crew can tag the

* store in one walk and the shelf agrees with the register from

* opening. LABL nightly; LABD on a delta pass, carrying only the

* labels for the items it changed plus a REMOVE entry for every

* sale price it cancelled.

Select labels assign to dynamic label-filename

organization line sequential.

* Donation/disposal pull list: items already at or past expiry must

* never be advertised, whatever the sell-through math says. They are

organization line sequential.

* Cumulative markdown ledger: every markdown decision that goes to

* the registers is also appended here with its rate, quantity,

* shelf and sale price and unit cost, so finance can see what the

* flyer markdowns cost alongside what shrink cost. EXTEND, never

* OUTPUT, same as the shrink ledger; the month-end job MKDNPL

* totals the two side by side. OPTIONAL so the first run creates

* it.

Select optional mkdnledg assign to MKDNLEDG

organization line sequential.

* On-hand snapshot: every usable inventory record's quantity on

* hand and unit cost, dated and appended nightly, so the

* reconciliation job INVRECON can hold each night's count up

* against the night before less what sold and what was pulled.

* EXTEND and OPTIONAL, same as the ledgers.

Select optional onhand assign to ONHAND

organization line sequential.

* Sales-history master: one record per store-id + prod-name carrying

* the genuine trailing daily-sales average, maintained by the

organization line sequential.

* Buyer override file, maintained by BUYMNT: a buyer's standing

* decision for a store/SKU the markdown engine would otherwise

* block (the margin floor or promo protection) -- sell at an

* approved price, or hold at shelf -- good between two dates. Read

* once at the start of the run, like the promotion calendar.

* OPTIONAL so a site with no overrides runs exactly as before.

Select optional buyovr assign to BUYOVR

organization line sequential.

* Batch checkpoint: rewritten after each store's outputs are

* complete (store-id, store sequence, line position in JSONIN), so

organization line sequential.

* Inter-store transfer recommendations for the district transport

* run: stock a store can't sell before it expires, sent to another

* store in the batch that sells the same SKU faster, instead of

* being marked down. Cumulative, like the ledgers: every run

* appends its rows, each dated, and the transport run (like

* INVRECON after it) selects a night's rows by xf-date. A restart

* reads back the rows the failed run already wrote tonight, and a

* delta pass reads them to keep shipped stock off the registers.

* OPTIONAL so the first run creates it.

Select optional xferrec assign to XFERREC

organization line sequential.



DATA DIVISION.

1 flyer-file pic x(10000) value spaces.

FD feed.

1 feed-rec pic x(1000) value spaces.

FD excfile.

1 exc-file pic x(200) value spaces.

2 pc-end-date pic 9(8).

* 'Y' when the sale price on the row is a buyer's approved override

* rather than the markdown engine's own figure, so the vendor side

* and POSRECON's readers can tell the two apart

2 pc-buyer-override pic x(1).

* Shelf-label row, fixed columns for the label printer: the aisle,

* LABEL (print a clearance label) or REMOVE (take the clearance

* label down, the item is back at shelf price), the SKU and its

* reference-master description, shelf and sale price, whole percent

* off, and the last day of the sale.

FD labels.

1 label-rec.

2 lb-aisle pic x(6).

2 lb-action pic x(6).

2 lb-store-id pic x(20).

2 lb-prod-name pic x(20).

2 lb-descr pic x(40).

2 lb-shelf-price pic 9(4)v99.

2 lb-sale-price pic 9(4)v99.

2 lb-pct-off pic 9(3).

2 lb-end-date pic 9(8).

FD pullist.

1 pullist-rec pic x(200) value spaces.

2 sl-reason pic x(8).

* Claim reference VNDCLM stamps on an EXPIRED row once it has been

* claimed from the vendor; always appended blank

2 sl-claim-ref pic x(12).

* Markdown-ledger row, fixed columns like the shrink ledger's: the

* date of the decision, the store/SKU, the rate tier applied,

* quantity on hand marked down, the shelf and sale prices, what

* the store paid per unit (zero when the feed carried no cost),

* and the extended markdown -- shelf less sale, times quantity.

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

* On-hand snapshot row, fixed columns: the run date, the store/SKU,

* the quantity on hand the feed reported and the unit cost.

FD onhand.

1 onhand-rec.

2 oh-date pic 9(8).

2 oh-store-id pic x(20).

2 oh-prod-name pic x(20).

2 oh-quantity pic 9(3).

2 oh-unitcost pic 9(4)v99.

* Sales-history master record, maintained by SALESUPD: the

* store/SKU key, the trailing average units sold per day (2 implied

2 pr-end-date pic 9(8).

* Buyer-override row, fixed columns as BUYMNT writes them: the

* store/SKU key, the decision ('P' approved price, 'H' hold at

* shelf), the approved price, the dates it applies between, and

* the approving buyer

FD buyovr.

1 buyovr-rec.

2 bo-store-id pic x(20).

2 bo-prod-name pic x(20).

2 bo-decision pic x(1).

2 bo-sale-price pic 9(4)v99.

2 bo-start-date pic 9(8).

2 bo-end-date pic 9(8).

2 bo-buyer-id pic x(8).

* Checkpoint row: the last fully-published store and where the next

* document starts in JSONIN, counted in physical lines read

* outcome (PUBLISHED / SKIPPED-PARSE / SKIPPED-MASTER /

* SKIPPED-TRAILER / TRUNCATED / DUPLICATE / BLACKOUT), and the flyer,

* control-report, feed and shelf-label filenames when the outcome

* produced them.

FD pubstat.


2 ps-ctlrpt-file pic x(40).

2 ps-feed-file pic x(40).

2 ps-label-file pic x(40).

* Transfer-recommendation row, fixed columns for the transport

* run's own tooling: the run date, the sending and receiving

* stores, the SKU, the units to move, and the date they expire.

FD xferrec.

1 xferrec-rec.

2 xf-date pic 9(8).

2 xf-from-store pic x(20).

2 xf-to-store pic x(20).

2 xf-prod-name pic x(20).

2 xf-quantity pic 9(3).

2 xf-expiry pic 9(8).

Working-storage section.

* Declare variables, called "data items" in COBOL

1 flyer-filename pic x(40) value spaces.

* Dynamic filename for the feed FD, built alongside flyer-filename

1 feed-filename pic x(40) value spaces.

* Items written to the store's feed so far -- every one after the

* first is preceded by the comma that separates array members

1 feed-item-count pic 9(3) value 0.

* Edited prices and tier for the feed's JSON numbers

1 feed-price-edit pic zzz9.99.

1 feed-sale-edit pic zzz9.99.

1 feed-tier-edit pic z9.

1 feed-tier-pct pic 9(2) value 0.

* Escape-Feed-Value's input and output: a text value, and the same

* value as a quoted JSON string with any quote or backslash in it

* escaped (at worst every character doubles, plus the quotes)

1 esc-in pic x(100) value spaces.

1 esc-out pic x(202) value spaces.

1 esc-in-len pic 9(3) value 0.

1 esc-out-len pic 9(3) value 0.

1 esc-pos pic 9(3) value 0.

* The quoted, escaped values of one feed line, built before the

* line is strung together

1 feed-val-1 pic x(202) value spaces.

1 feed-val-1-len pic 9(3) value 0.

1 feed-val-2 pic x(202) value spaces.

1 feed-val-2-len pic 9(3) value 0.

1 feed-val-3 pic x(202) value spaces.

1 feed-val-3-len pic 9(3) value 0.

1 feed-val-4 pic x(202) value spaces.

1 feed-val-4-len pic 9(3) value 0.

1 feed-val-5 pic x(202) value spaces.

1 feed-val-5-len pic 9(3) value 0.

* "Today's" date for flyer (YYYYMMDD). Defaults to the system date

* (FUNCTION CURRENT-DATE) every run; can be overridden by passing

1 promo-protected pic x(1) value 'N'.

* Buyer overrides loaded from BUYOVR by Load-Buyer-Overrides,

* searched per item by Check-Buyer-Override. Bounded like the

* promo table; rows past the bound are dropped with one notice.

1 buyer-overrides.

2 byo-count pic 9(4) value 0.

2 byo-entry occurs 0 to 5000 times

depending on byo-count.

3 byo-store-id pic x(20).

3 byo-prod-name pic x(20).

3 byo-decision pic x(1).

3 byo-sale-price pic 9(4)v99.

3 byo-start-date pic 9(8).

3 byo-end-date pic 9(8).

3 byo-buyer-id pic x(8).

1 byo-max pic 9(4) value 5000.

1 byo-idx pic 9(4) value 0.

1 buyovr-eof pic x(1) value 'N'.

1 buyovr-truncated pic x(1) value 'N'.

* Result of FUNCTION TEST-DATE-YYYYMMDD on an override row's dates

1 byo-date-test pic s9(4) value 0.

* Set by Check-Buyer-Override: 'Y' when a buyer decision in force

* today exists for the item being priced; the cur-ovr fields carry

* that decision

1 buyer-override pic x(1) value 'N'.

1 cur-ovr.

2 cur-ovr-decision pic x(1).

2 cur-ovr-sale-price pic 9(4)v99.

2 cur-ovr-end-date pic 9(8).

2 cur-ovr-buyer-id pic x(8).

* 'Y' once the engine actually hit a block (promo protection or the

* margin floor) that the buyer's decision then overrode -- only

* then is the override acted on and flagged

1 override-applies pic x(1) value 'N'.

* Set by Apply-Buyer-Override: 'Y' when the decision is a hold at

* shelf price (or an approved price that is no markdown at all)

1 override-hold pic x(1) value 'N'.

* The overrides honored for the store being processed, in the

* order they were applied, for the control report's listing.

* Sized to inv-max-records, one entry per inventory record at most.

1 ovr-applied.

2 ovr-app-count pic 9(3) value 0.

2 ovr-app-entry occurs 0 to 500 times

depending on ovr-app-count.

3 ovr-app-prod-name pic x(20).

3 ovr-app-hold pic x(1).

3 ovr-app-sale-price pic 9(4)v99.

3 ovr-app-buyer-id pic x(8).

1 ovr-app-idx pic 9(3) value 0.

1 ovr-price-edit pic zzz9.99.

* Every valid item of every store in the batch, gathered by

* Scan-Batch-Inventory before the first store is priced: its store,

* SKU, units on hand (plus any transfers already routed to it this

* run) and effective daily sales. Check-Transfer searches it for a

* store that can sell a SKU faster than the store about to mark it

* down. Bounded; items past the bound are left out with one logged

* notice and simply can't receive transfers.

1 batch-items.

2 bt-count pic 9(5) value 0.

2 bt-entry occurs 0 to 20000 times

depending on bt-count.

3 bt-store-id pic x(20).

3 bt-prod-name pic x(20).

3 bt-quantity pic 9(5).

3 bt-salesperday pic 9(3)v99.

1 bt-max pic 9(5) value 20000.

1 bt-idx pic 9(5) value 0.

1 bt-truncated pic x(1) value 'N'.

* 'Y' while Scan-Batch-Inventory reads JSONIN ahead of the real

* pass: the reading and parsing paragraphs log nothing then, so

* every exception is still logged once, by the real pass

1 batch-scan pic x(1) value 'N'.

1 xferrec-eof pic x(1) value 'N'.

* Tonight's transfers out, loaded from XFERREC on a delta pass

* only: an item the morning run shipped to another store must not

* come back in the afternoon correction feed as a markdown. Bounded

* the same as batch-items; rows past the bound are left out with

* one logged notice.

1 shipped-items.

2 sx-count pic 9(5) value 0.

2 sx-entry occurs 0 to 20000 times

depending on sx-count.

3 sx-from-store pic x(20).

3 sx-prod-name pic x(20).

1 sx-max pic 9(5) value 20000.

1 sx-idx pic 9(5) value 0.

1 sx-truncated pic x(1) value 'N'.

* Days the transport run needs to get stock from one store onto

* another's shelf; the receiving store has to sell the units in

* the shelf life left after that

1 transfer-lead-days pic 9(2) value 2.

* Fewer surplus units than this aren't worth a truck stop -- they

* are marked down where they are

1 transfer-min-units pic 9(3) value 5.

* Set by Check-Transfer: 'Y' when the item's surplus goes to

* another store instead of onto the flyer; the xfer fields carry

* the surplus and the receiving store's batch-items entry

1 transfer-held pic x(1) value 'N'.

1 xfer-usable-days pic s9(5) value 0.

1 xfer-sellable pic 9(7) value 0.

1 xfer-excess pic 9(5) value 0.

1 xfer-capacity pic s9(7) value 0.

1 xfer-best-spd pic 9(3)v99 value 0.

1 xfer-pick pic 9(5) value 0.

* The transfers suggested for the store being processed, for the

* control report's listing; sized to inv-max-records

1 xfr-applied.

2 xfr-app-count pic 9(3) value 0.

2 xfr-app-entry occurs 0 to 500 times

depending on xfr-app-count.

3 xfr-app-prod-name pic x(20).

3 xfr-app-to-store pic x(20).

3 xfr-app-quantity pic 9(3).

1 xfr-app-idx pic 9(3) value 0.

1 xfr-quantity-edit pic zz9.

* 'Y' when the JCL asked for a delta pass (see parameter-delta):

* the run re-decides the markdown for just the items in the small

* correction feed, emits only price-change rows (including

* cancellations) and pull-list additions under delta filenames,

* and produces no flyer, control report, checkpoint or

* publish-status output -- the morning's outputs stand.

1 delta-mode pic x(1) value 'N'.

* Set 'Y' around the aged-out cancellation so Cancel-Delta-Price

* leaves the item's history record in place (the item must stay

* pulled), where every other cancellation deletes it

1 cancel-keep-history pic x(1) value 'N'.

* Filename prefixes for the per-store price-change and pull-list

* outputs; delta mode swaps them (PRCD/PULD) so the nightly files

* are never touched by an afternoon pass

1 prcchg-prefix pic x(4) value "PRCH".

1 pullist-prefix pic x(4) value "PULL".

* Same again for the shelf-label print file (LABD in delta mode)

1 label-prefix pic x(4) value "LABL".

1 label-filename pic x(40) value spaces.

* The store's shelf labels, collected as each price-change row is

* written and put out in aisle order once the store is done. One

* price-change row per inventory record at most, so sized to

* inv-max-records like the flyer-items table.

1 shelf-labels.

2 lbl-count pic 9(3) value 0.

2 lbl-entry occurs 0 to 500 times

depending on lbl-count.

3 lbl-aisle pic x(6).

3 lbl-action pic x(6).

3 lbl-prod-name pic x(20).

3 lbl-descr pic x(40).

3 lbl-shelf-price pic 9(4)v99.

3 lbl-sale-price pic 9(4)v99.

3 lbl-pct-off pic 9(3).

3 lbl-end-date pic 9(8).

3 lbl-printed pic x(1).

1 lbl-idx pic 9(3) value 0.

1 lbl-pick pic 9(3) value 0.

1 lbl-written pic 9(3) value 0.

* Set by the caller of Add-Shelf-Label: LABEL or REMOVE, the price

* the shelf should show, and the date the label comes down

1 label-action pic x(6) value spaces.

1 label-sale-price pic 9(4)v99 value 0.

1 label-end-date pic 9(8) value 0.

* The history record's date as read, captured by

* Apply-Markdown-History -- Record-Markdown-Decision uses it to

* keep a same-day re-decision (a delta pass, or a manual same-day

* rerun) from counting a second appearance on the ladder

1 prior-last-date pic 9(8) value 0.

* 'Y' when the JCL asked for a restart (see parameter-restart): the

* checkpoint is read back and JSONIN fast-forwarded past every store

* it says already published

1 restart-mode pic x(1) value 'N'.

* Physical lines consumed from JSONIN so far this run; the value

* recorded in each checkpoint row

1 invfile-lines-read pic 9(7) value 0.

* Set by Read-Checkpoint when a usable checkpoint row was found

1 chkpt-found pic x(1) value 'N'.

* Set by Apply-Markdown-History: 'Y' when the markdown history had

* a record for the item being priced (a keyed read against the

* indexed history). Record-Markdown-Decision rewrites that record

* or writes a fresh one accordingly. Every decided record carries

* today's date, which is how Purge-Stale-Markdowns tells tonight's

* decisions from rows whose item left markdown.

1 mark-found pic x(1) value 'N'.

* End-of-rows flag for the purge's sequential walk through one

* store's slice of the indexed history

1 markhist-eof pic x(1) value 'N'.

* Runs an item may appear under markdown before it stops being

* flyered and goes to the pull list instead -- the top of the

* clearance ladder

1 markdown-max-appearances pic 9(2) value 3.

* Set by Apply-Markdown-History: 'Y' when the item has already used

* up its markdown appearances and must be pulled, not re-flyered

1 markdown-aged-out pic x(1) value 'N'.

* Prior appearances for the item being priced, kept for the aged-out

* pull-list row's text

1 prior-appearances pic 9(2) value 0.

1 prior-appearances-edit pic z9.

* Margin kept over unit cost when a markdown is floored: the sale

* price is never allowed below unitcost * (1 + margin-rate).

* Defaults to 10% and can be overridden from the JCL's margin parm.

1 margin-rate pic v99 value .10.

* Numeric staging for the margin parm's two digits

1 margin-parm-num pic 9(2) value 0.

* Floor for the item being priced, unitcost plus the margin. One

* integer digit wider than unitcost itself: cost plus margin can

* carry past four digits for a top-of-range cost, and a truncated

* floor would wave a below-cost sale price straight through the

* comparison this field exists to feed.

1 margin-floor pic 9(5)v99 value 0.

* Set by Apply-Margin-Floor: 'Y' when even the floored price would

* be no markdown at all -- the item goes to the exceptions listing

* for a buyer to decide instead of the flyer

1 margin-blocked pic x(1) value 'N'.

* Qualifying items are no longer written to the flyer in feed order:

* they collect here while the store's inventory is scanned, and the

* flyer is then emitted in sections by discount tier -- steepest

* first, so the stock that most needs to move sits at the top where

* customers actually look. Sized to inv-max-records, the most items

* one store can contribute.

1 flyer-items.

2 flyer-item-count pic 9(3) value 0.

2 flyer-item occurs 0 to 500 times

depending on flyer-item-count.

3 fly-prod-name pic x(20).

* What the flyer row actually prints: the reference master's

* consumer-facing description, or prod-name itself for a SKU the

* master doesn't carry (see Collect-Flyer-Item)

3 fly-descr pic x(40).

* Owning department from the reference master (blank when unknown),

* carried for the feed

3 fly-dept pic x(20).

3 fly-img pic x(100).

3 fly-price pic 9(4)v99.

3 fly-saleprice pic 9(4)v99.

* Dollar savings (shelf price minus sale price), the sort key

* within a section

3 fly-discount pic 9(4)v99.

3 fly-rate pic v99.

3 fly-emitted pic x(1).

* Section walk state for Emit-Flyer-Sections: which pass (75-percent

* tier, 50-percent tier, then everything else), that pass's tier and

* heading, how many collected items fall in it, and the

* steepest-savings pick for the next row out


1 recap-docs-truncated pic 9(3) value 0.

* Buyer overrides honored across the run -- informational, not a

* skip: an override is a buyer decision doing its job

1 recap-overrides pic 9(6) value 0.

* Transfers suggested across the run -- informational, like the

* overrides

1 recap-transfers pic 9(6) value 0.

* Six digits: the store-level tallies are bounded by the 999-store

* batch limit, but item exceptions are not -- a catastrophic feed

Move "PULD" to pullist-prefix

Move "LABD" to label-prefix

End-if

* Our date is stored as an integer in YYYYMMDD format

Open extend shrledg

Open extend mkdnledg

Open extend onhand

Perform Load-Store-Master

Perform Load-Promo-Calendar

Perform Load-Buyer-Overrides

Perform Load-Product-Master

* The whole batch is read once ahead of the real pass, so a store

* priced early can see which stores later in the batch sell the

* same SKU faster. A delta pass carries a handful of items for one

* store, says nothing about the others, and suggests no transfers

* of its own -- it only holds back what the morning run shipped.

If delta-mode not = 'Y' then

Perform Scan-Batch-Inventory

If restart-mode = 'Y' then

Perform Load-Prior-Transfers

End-if

Open extend xferrec

Else

Perform Load-Shipped-Transfers

End-if

If restart-mode = 'Y' then

Perform Read-Checkpoint

If chkpt-found = 'Y' then

Perform Skip-To-Checkpoint

End-if

End-if






If delta-mode not = 'Y' then

Close xferrec

End-if

Close onhand

Close mkdnledg

Close shrledg

Close markhist

Else

If separator-seen = 'Y' and batch-scan not = 'Y' then

Move spaces to exc-file


End-if

If json-doc-overflow = 'Y' and batch-scan not = 'Y' then

Add 1 to recap-docs-truncated


End-if

If invfile-line-too-long = 'Y' and batch-scan not = 'Y' then

Add 1 to recap-docs-truncated


Move 0 to flyer-item-count

Move 0 to lbl-count

Move 0 to ovr-app-count

Move 0 to xfr-app-count

Move 'N' to inv-overflow-logged



Open output flyer

Perform Open-Flyer-Feed

End-if

Open output prcchg

Else

Perform Write-On-Hand-Snapshot

Compute expiry-date-int =

function INTEGER-OF-DATE(expiry(inv-rec-cnt))

If daystoexpiry < daystosellall then

* A buyer's standing decision for the item is looked up first, but

* only acted on where the engine would otherwise block the item

* (promo protection below, the margin floor further on) -- never

* to reprice an item the engine can mark down on its own

Perform Check-Buyer-Override

* An item inside its protected promo window must not have the

* clearance math undercut the ad price -- it is routed to the

* exceptions listing for the record instead of the flyer, unless

* a buyer has already ruled on it

Perform Check-Promo-Protected

If promo-protected = 'Y' and buyer-override = 'Y' then

Move 'N' to promo-protected

Move 'Y' to override-applies

End-if

If promo-protected = 'Y' then

Move "promo-protected - ad running, markdown skipped"

Else

* Before any markdown, stock the store can't sell in time may be

* better off on another store's shelf: a store in the batch that

* sells the SKU faster and can take the whole surplus before it

* expires gets it, and the item stays off tonight's flyer and

* price-change export -- it is shipped, not discounted. A buyer's

* standing decision on the item takes precedence. On a delta pass

* an item the morning run already shipped stays held, with no new

* transfer row and no price change or label.

If buyer-override not = 'Y' then

If delta-mode = 'Y' then

Perform Check-Shipped-Transfer

Else

Perform Check-Transfer

End-if

Else

Move 'N' to transfer-held

End-if

If transfer-held = 'Y' then

If delta-mode not = 'Y' then

Perform Write-Transfer-Row

End-if

Else

Perform Set-Discount-Rate

* An item that was already flyered in previous runs climbs the

* floor leaves no real markdown at all goes to the exceptions

* listing for a buyer to decide, not to the flyer -- unless the

* buyer already has

Perform Apply-Margin-Floor

If margin-blocked = 'Y' and buyer-override = 'Y' then

Move 'N' to margin-blocked

Move 'Y' to override-applies

End-if

If margin-blocked = 'Y' then

Move "below-cost markdown blocked - needs buyer review"

Else

If override-applies = 'Y' then

Perform Apply-Buyer-Override

End-if

If override-hold = 'Y' then

* Held at shelf by the buyer: no markdown, so nothing for the

* flyer or the registers -- a delta pass takes back any sale

* price the morning run exported

Perform Cancel-Delta-Price

Else

Perform Record-Markdown-Decision



Perform Write-Price-Change

Perform Write-Markdown-Ledger-Row

* No flyer row to collect on a delta pass -- the price change

* and the history update ARE the pass's whole output for the item

End-if

End-if

End-if

* An item that now sells through before expiry no longer

* qualifies; a delta pass cancels any sale price the morning run

Perform Emit-Flyer-Sections

Perform Close-Flyer-Feed



Initialize flyer-file

Close prcchg

Perform Write-Shelf-Labels

Move spaces to pullist-rec

Move pull-item-count to pull-item-count-edit

End-if

* Feed for the same store, always .JSN whatever the flyer format

Move spaces to feed-filename

If function trim(store-id) = spaces then

Move store-seq to store-seq-edit

String "FEEDSTORE" store-seq-edit ".JSN"

delimited by size

into feed-filename

Else

String "FEED" function trim(store-id) ".JSN"

delimited by size

into feed-filename

End-if

* Price-change export for the same store, named the same way but

* .DAT in either flyer format -- the POS import doesn't care how

into pullist-filename

End-if

* Shelf labels for the same store, .DAT like the price changes --

* the label printer imports it. LABL nightly, LABD on a delta pass.

Move spaces to label-filename

If function trim(store-id) = spaces then

Move store-seq to store-seq-edit

String label-prefix "STORE" store-seq-edit ".DAT"

delimited by size

into label-filename

Else

String label-prefix function trim(store-id) ".DAT"

delimited by size

into label-filename

End-if.





* Reads the whole JSONIN batch once, ahead of the real pass, and

* gathers every valid item of every known store into batch-items

* for Check-Transfer. Nothing is published or logged here -- the

* real pass reads the same documents again and does all of that --

* and JSONIN is reopened and its counters reset afterwards so the

* real pass (and a restart's skip-ahead) starts from line one.

Scan-Batch-Inventory.

Move 'Y' to batch-scan

Perform until end-of-json = 'Y'

Perform Read-Next-Store-Document

If end-of-json not = 'Y' and json-doc-overflow not = 'Y'

and invfile-line-too-long not = 'Y' then

Perform Scan-One-Store

End-if

End-perform

Close invfile

Open input invfile

Move 'N' to invfile-eof

Move 'N' to end-of-json

Move 'N' to separator-seen

Move 0 to invfile-lines-read

Move 'N' to batch-scan.



* Parses one store document's header and items the same way

* Process-One-Store does and adds its valid items to batch-items.

* A document that fails its header parse or names a store not in

* the store master is left out -- it will publish nothing tonight,

* so it can neither send nor receive stock.

Scan-One-Store.

Initialize inv-data inv-header

Move 'N' to inv-overflow-logged

Move json-doc to json-doc-1208

Move 'N' to json-parse-failed

Json parse json-doc-1208 into inv-header

on exception

Move 'Y' to json-parse-failed

end-json

If json-parse-failed not = 'Y' then

Perform Lookup-Store-Master

If store-master-found = 'Y' then

Perform Split-And-Parse-Items

Perform varying inv-rec-cnt from 1 by 1

until inv-rec-cnt > inv-item-count

Perform Validate-Inventory-Record

If record-valid = 'Y' then

Perform Add-Batch-Item

End-if

End-perform

End-if

End-if.



* Adds inv-record(inv-rec-cnt) to batch-items with its effective

* daily sales (the sales-history average where there is one).

Add-Batch-Item.

Perform Set-Effective-Salesperday

If bt-count < bt-max then

Add 1 to bt-count

Move store-id to bt-store-id(bt-count)

Move prod-name(inv-rec-cnt) to bt-prod-name(bt-count)

Move quantity(inv-rec-cnt) to bt-quantity(bt-count)

Move effective-salesperday to bt-salesperday(bt-count)

Else

If bt-truncated not = 'Y' then

Move 'Y' to bt-truncated

Move spaces to exc-file

String "(transfers) batch larger than the batch-items"

" table - extra items can't receive transfers"

delimited by size

into exc-file

Write exc-file

End-if

End-if.



* On a restart, the transfers the failed run already suggested

* tonight still stand (their stores published), so the units they

* route are put back on the receiving stores' counts before any

* more are routed there.

Load-Prior-Transfers.

Move 'N' to xferrec-eof

Open input xferrec

Perform until xferrec-eof = 'Y'

Read xferrec

at end

Move 'Y' to xferrec-eof

not at end

If xf-date = todays-date and xf-quantity is numeric then

Perform varying bt-idx from 1 by 1 until bt-idx > bt-count

If bt-store-id(bt-idx) = xf-to-store

and bt-prod-name(bt-idx) = xf-prod-name then

Add xf-quantity to bt-quantity(bt-idx)

End-if

End-perform

End-if

End-read

End-perform

Close xferrec.



* On a delta pass, the transfers the morning run suggested tonight

* are loaded by sending store and SKU, so Check-Shipped-Transfer

* can hold those items back from the correction's markdowns.

Load-Shipped-Transfers.

Move 0 to sx-count

Move 'N' to xferrec-eof

Open input xferrec

Perform until xferrec-eof = 'Y'

Read xferrec

at end

Move 'Y' to xferrec-eof

not at end

If xf-date = todays-date then

If sx-count < sx-max then

Add 1 to sx-count

Move xf-from-store to sx-from-store(sx-count)

Move xf-prod-name to sx-prod-name(sx-count)

Else

If sx-truncated not = 'Y' then

Move 'Y' to sx-truncated

Move spaces to exc-file

String "(transfers) more of tonight's transfers than the"

" shipped-items table - extra rows not held back"

delimited by size

into exc-file

Write exc-file

End-if

End-if

End-if

End-read

End-perform

Close xferrec.



* Sets transfer-held when the morning run shipped the item being

* priced out of this store tonight.

Check-Shipped-Transfer.

Move 'N' to transfer-held

Perform varying sx-idx from 1 by 1

until sx-idx > sx-count or transfer-held = 'Y'

If sx-from-store(sx-idx) = store-id

and sx-prod-name(sx-idx) = prod-name(inv-rec-cnt) then

Move 'Y' to transfer-held

End-if

End-perform.



* Decides whether the item being priced should be transferred

* instead of marked down. Its surplus is what it won't sell at its

* own effective rate before expiry; the receiving store must sell

* faster, and must be able to sell its own stock plus the whole

* surplus in the shelf life left once the stock has been moved.

* The fastest-selling store that qualifies gets it.

Check-Transfer.

Move 'N' to transfer-held

Move 0 to xfer-pick

Move 0 to xfer-best-spd

Move 0 to xfer-excess

Compute xfer-usable-days = daystoexpiry - transfer-lead-days

If xfer-usable-days > 0 then

Compute xfer-sellable = effective-salesperday * daystoexpiry

If xfer-sellable < quantity(inv-rec-cnt) then

Compute xfer-excess = quantity(inv-rec-cnt) - xfer-sellable

End-if

End-if

If xfer-excess >= transfer-min-units then

Perform varying bt-idx from 1 by 1 until bt-idx > bt-count

If bt-prod-name(bt-idx) = prod-name(inv-rec-cnt)

and bt-store-id(bt-idx) not = store-id

and bt-salesperday(bt-idx) > effective-salesperday

and bt-salesperday(bt-idx) > xfer-best-spd then

Compute xfer-capacity =

bt-salesperday(bt-idx) * xfer-usable-days

- bt-quantity(bt-idx)

If xfer-capacity >= xfer-excess then

Move bt-idx to xfer-pick

Move bt-salesperday(bt-idx) to xfer-best-spd

End-if

End-if

End-perform

End-if

If xfer-pick > 0 then

Move 'Y' to transfer-held

Add xfer-excess to bt-quantity(xfer-pick)

End-if.



* Writes the transfer Check-Transfer chose to the recommendation

* file and notes it for the store's control report.

Write-Transfer-Row.

Move spaces to xferrec-rec

Move todays-date to xf-date

Move store-id to xf-from-store

Move bt-store-id(xfer-pick) to xf-to-store

Move prod-name(inv-rec-cnt) to xf-prod-name

Move xfer-excess to xf-quantity

Move expiry(inv-rec-cnt) to xf-expiry

Write xferrec-rec

Add 1 to recap-transfers

If xfr-app-count < 500 then

Add 1 to xfr-app-count

Move prod-name(inv-rec-cnt) to xfr-app-prod-name(xfr-app-count)

Move bt-store-id(xfer-pick) to xfr-app-to-store(xfr-app-count)

Move xfer-excess to xfr-app-quantity(xfr-app-count)

End-if.



* Reads the product reference master (if the site keeps one) into

* the product-master table, once per run. Rows with a blank SKU or

* blank description are skipped -- a reference row that can't even

* describe the product adds nothing over the fallback; rows past

* the bound are dropped with a single logged notice, same pattern

* as the store-master load.

Load-Product-Master.

Move 'N' to prodmst-eof

Open input prodmst

Perform until prodmst-eof = 'Y'

Read prodmst

at end

Move 'Y' to prodmst-eof

not at end

If function trim(pm-prod-name) not = spaces

and function trim(pm-descr) not = spaces then

If prod-mst-count < prod-mst-max then

Add 1 to prod-mst-count

Move pm-prod-name to pmt-prod-name(prod-mst-count)

Move pm-descr to pmt-descr(prod-mst-count)

Move pm-dept to pmt-dept(prod-mst-count)

Move pm-aisle to pmt-aisle(prod-mst-count)

Else

If prod-mst-truncated not = 'Y' then

Move 'Y' to prod-mst-truncated

Move spaces to exc-file

String "(product reference) master larger than the"

" product-master table - extra rows ignored"

delimited by size

into exc-file

Write exc-file

End-if

End-if

End-if

End-read

End-perform

Close prodmst.



* Finds the item being processed in the product reference master

* and fills the cur-prod fields every output renders from. A SKU

* the master doesn't carry falls back to prod-name itself as the

* description, with no department or aisle -- exactly what every

* output printed before the master existed.

Lookup-Product-Ref.

Move 'N' to prod-ref-found

Move prod-name(inv-rec-cnt) to cur-prod-descr

Move spaces to cur-prod-dept

Move spaces to cur-prod-aisle

Perform varying pmt-idx from 1 by 1

until pmt-idx > prod-mst-count or prod-ref-found = 'Y'

If pmt-prod-name(pmt-idx) = prod-name(inv-rec-cnt) then

Move 'Y' to prod-ref-found

Move pmt-descr(pmt-idx) to cur-prod-descr

Move pmt-dept(pmt-idx) to cur-prod-dept

Move pmt-aisle(pmt-idx) to cur-prod-aisle

End-if

End-perform.



* Reads the promotion calendar (if the site keeps one) into the

* blackout and protected-SKU tables, once per run, same pattern as

* the store-master load. Rows with an unknown type, a blank key,

* dates that aren't real calendar dates, or a range that ends

* before it starts are logged and skipped -- a garbled calendar

* must not silently black out a store or leave an ad unprotected.

Load-Promo-Calendar.

Move 'N' to promocal-eof

Open input promocal

Perform until promocal-eof = 'Y'

Read promocal

at end

Move 'Y' to promocal-eof

not at end

Perform Load-One-Promo-Row

End-read

End-perform

Close promocal.



* Validates and stores one promotion-calendar row.

Load-One-Promo-Row.

Move 0 to promo-date-test

If pr-start-date is numeric and pr-end-date is numeric then

Compute promo-date-test =

function test-date-yyyymmdd(pr-start-date)

If promo-date-test = 0 then

Compute promo-date-test =


* Logs, once per run, that the calendar outgrew its tables.

Log-Promo-Truncated.

If promocal-truncated not = 'Y' then

Move 'Y' to promocal-truncated

Move spaces to exc-file

String "(promotion calendar) calendar larger than its"

" tables - extra rows ignored"

delimited by size

into exc-file

Write exc-file

End-if.



* Checks the current store against the blackout ranges: a store

* whose blackout covers today publishes nothing, and a store clear

* today still has its sale window cut to end the day before any

* blackout starting inside it -- the flyer and the price-change

* export must both expire before the holiday reset, not straddle

* it. With no calendar rows for the store, the window is the

* global today-plus-seven, same as always.

Check-Store-Blackout.

Move 'N' to store-blackout

Move sale-end-date-int to store-sale-end-int

Move sale-end-date to store-sale-end-date

Perform varying blackout-idx from 1 by 1

until blackout-idx > blackout-count

If blk-store-id(blackout-idx) = store-id then

If todays-date >= blk-start-date(blackout-idx)

and todays-date <= blk-end-date(blackout-idx) then

Move 'Y' to store-blackout

Else

If blk-start-date(blackout-idx) > todays-date

and blk-start-date(blackout-idx)

<= store-sale-end-date then

Compute store-sale-end-int =

function INTEGER-OF-DATE(blk-start-date(blackout-idx))

- 1

Compute store-sale-end-date =

function DATE-OF-INTEGER(store-sale-end-int)

End-if

End-if

End-if

End-perform.



* Checks the item being priced against the protected promo

* windows: when one overlaps the store's sale window, the markdown

* engine stands down and the caller routes the item to the

* exceptions listing instead of undercutting the ad price. The

* test is against the whole window the export would put on the

* registers (today through store-sale-end-date), not just today --

* a sale price exported tonight stays live until its end date, so

* a promo starting tomorrow would still be undercut the moment the

* ad breaks, the same straddling problem the blackout trim solves.

Check-Promo-Protected.

Move 'N' to promo-protected

Perform varying promo-idx from 1 by 1

until promo-idx > promo-count or promo-protected = 'Y'

If pro-store-id(promo-idx) = store-id

and pro-prod-name(promo-idx) = prod-name(inv-rec-cnt)

and pro-start-date(promo-idx) <= store-sale-end-date

and pro-end-date(promo-idx) >= todays-date then

Move 'Y' to promo-protected

End-if

End-perform.



* Reads the buyer override file (if the site keeps one) into the

* buyer-overrides table, once per run, same pattern as the promo

* calendar load. BUYMNT validates rows on the way in, but the file

* is still text on disk: a row with a blank key, an unknown

* decision, dates that aren't real calendar dates or an approved

* price that isn't a usable number is logged and skipped -- a

* garbled override must not put a wrong price on the registers.

Load-Buyer-Overrides.

Move 'N' to buyovr-eof

Open input buyovr

Perform until buyovr-eof = 'Y'

Read buyovr

at end

Move 'Y' to buyovr-eof

not at end

Perform Load-One-Override-Row

End-read

End-perform

Close buyovr.



* Validates and stores one buyer-override row.

Load-One-Override-Row.

Move 0 to byo-date-test

If bo-start-date is numeric and bo-end-date is numeric then

Compute byo-date-test =

function test-date-yyyymmdd(bo-start-date)

If byo-date-test = 0 then

Compute byo-date-test =

function test-date-yyyymmdd(bo-end-date)

End-if

Else

Move 1 to byo-date-test

End-if

Evaluate true

When function trim(bo-store-id) = spaces

or function trim(bo-prod-name) = spaces

or byo-date-test not = 0

or bo-end-date < bo-start-date

or (bo-decision not = 'P' and bo-decision not = 'H')

or (bo-decision = 'P'

and (bo-sale-price is not numeric or bo-sale-price = 0))

Move spaces to exc-file

String "(buyer overrides) malformed row skipped"

delimited by size

into exc-file

Write exc-file

When byo-count < byo-max

Add 1 to byo-count

Move bo-store-id to byo-store-id(byo-count)

Move bo-prod-name to byo-prod-name(byo-count)

Move bo-decision to byo-decision(byo-count)

If bo-decision = 'P' then

Move bo-sale-price to byo-sale-price(byo-count)

Else

Move 0 to byo-sale-price(byo-count)

End-if

Move bo-start-date to byo-start-date(byo-count)

Move bo-end-date to byo-end-date(byo-count)

Move bo-buyer-id to byo-buyer-id(byo-count)

When other

If buyovr-truncated not = 'Y' then

Move 'Y' to buyovr-truncated

Move spaces to exc-file

String "(buyer overrides) file larger than the"

" override table - extra rows ignored"

delimited by size

into exc-file

Write exc-file

End-if

End-evaluate.



* Looks for a buyer decision in force today for the item being

* priced and loads it into the cur-ovr fields. Finding one decides

* nothing by itself -- the caller acts on it only where the engine

* then hits a block -- so the per-item override switches are

* cleared here too.

Check-Buyer-Override.

Move 'N' to buyer-override

Move 'N' to override-applies

Move 'N' to override-hold

Initialize cur-ovr

Perform varying byo-idx from 1 by 1

until byo-idx > byo-count or buyer-override = 'Y'

If byo-store-id(byo-idx) = store-id

and byo-prod-name(byo-idx) = prod-name(inv-rec-cnt)

and byo-start-date(byo-idx) <= todays-date

and byo-end-date(byo-idx) >= todays-date then

Move 'Y' to buyer-override

Move byo-decision(byo-idx) to cur-ovr-decision

Move byo-sale-price(byo-idx) to cur-ovr-sale-price

Move byo-end-date(byo-idx) to cur-ovr-end-date

Move byo-buyer-id(byo-idx) to cur-ovr-buyer-id

End-if

End-perform.



* Acts on the buyer decision for an item the engine would have

* blocked: an approved price replaces the engine's sale price

* outright (the buyer has signed off on the margin), and a hold

* keeps the item at shelf price. An approved price at or above

* tonight's shelf price is no markdown at all and is treated as a

* hold -- the shelf price moved since the buyer decided. Either

* way the decision is listed for the store's control report.

* An approved price also resets discount-rate to the markdown the

* price actually gives, down to the deepest tier it reaches (the

* bare fraction below the 25-percent tier), so the flyer section,

* the feed's discount tier, the markdown ledger and the history

* ladder all carry the buyer's price and never promise more off

* than the registers give.

Apply-Buyer-Override.

Move 'N' to override-hold

If cur-ovr-decision = 'H'

or cur-ovr-sale-price >= price(inv-rec-cnt) then

Move 'Y' to override-hold

Else

Move cur-ovr-sale-price to item-saleprice

Compute discount-rate =

(price(inv-rec-cnt) - item-saleprice) / price(inv-rec-cnt)

Evaluate true

When discount-rate >= .75

Move .75 to discount-rate

When discount-rate >= .50

Move .50 to discount-rate

When discount-rate >= .25

Move .25 to discount-rate

When other

Continue

End-evaluate

End-if

Add 1 to recap-overrides

If ovr-app-count < inv-max-records then

Add 1 to ovr-app-count

Move prod-name(inv-rec-cnt) to ovr-app-prod-name(ovr-app-count)

Move override-hold to ovr-app-hold(ovr-app-count)

Move item-saleprice to ovr-app-sale-price(ovr-app-count)

Move cur-ovr-buyer-id to ovr-app-buyer-id(ovr-app-count)

End-if.




Move cur-prod-descr to fly-descr(flyer-item-count)

Move cur-prod-dept to fly-dept(flyer-item-count)

Move prod-img-to-use to fly-img(flyer-item-count)

Move price(inv-rec-cnt) to fly-price(flyer-item-count)

End-if

Write flyer-file

Perform Write-Feed-Item.



* Opens the store's flyer feed and writes the document's opening:

* the store's identity from the store master, the sale window the

* flyer prints in its footer, and the start of the items array.

Open-Flyer-Feed.

Open output feed

Move 0 to feed-item-count

Move store-id to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-1

Move esc-out-len to feed-val-1-len

Move cur-store-name to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-2

Move esc-out-len to feed-val-2-len

Move cur-store-street to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-3

Move esc-out-len to feed-val-3-len

Move cur-store-phone to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-4

Move esc-out-len to feed-val-4-len

* A blank or malformed logo URL goes out empty, the same way the

* HTML flyer leaves it off

If cur-store-logo(1:4) = "http" then

Move cur-store-logo to esc-in

Else

Move spaces to esc-in

End-if

Perform Escape-Feed-Value

Move esc-out to feed-val-5

Move esc-out-len to feed-val-5-len

Move spaces to feed-rec

String "{""store-id"":" feed-val-1(1:feed-val-1-len)

",""store-name"":" feed-val-2(1:feed-val-2-len)

",""street"":" feed-val-3(1:feed-val-3-len)

",""phone"":" feed-val-4(1:feed-val-4-len)

",""logo-url"":" feed-val-5(1:feed-val-5-len) ","

delimited by size

into feed-rec

Write feed-rec

Move spaces to feed-rec

String """sale-start"":"""

function formatted-date("YYYY-MM-DD" todays-date-int)

""",""sale-end"":"""

function formatted-date("YYYY-MM-DD" store-sale-end-int)

""",""items"":["

delimited by size

into feed-rec

Write feed-rec.



* Writes flyer-item(fly-pick) to the feed as one array member, with

* the flyer section it was printed under.

Write-Feed-Item.

Move fly-prod-name(fly-pick) to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-1

Move esc-out-len to feed-val-1-len

Move fly-descr(fly-pick) to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-2

Move esc-out-len to feed-val-2-len

Move fly-dept(fly-pick) to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-3

Move esc-out-len to feed-val-3-len

Move fly-img(fly-pick) to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-4

Move esc-out-len to feed-val-4-len

Move section-heading to esc-in

Perform Escape-Feed-Value

Move esc-out to feed-val-5

Move esc-out-len to feed-val-5-len

Move fly-price(fly-pick) to feed-price-edit

Move fly-saleprice(fly-pick) to feed-sale-edit

Compute feed-tier-pct = fly-rate(fly-pick) * 100

Move feed-tier-pct to feed-tier-edit

Move spaces to feed-rec

If feed-item-count > 0 then

String ",{""prod-name"":" feed-val-1(1:feed-val-1-len)

delimited by size

into feed-rec

Else

String "{""prod-name"":" feed-val-1(1:feed-val-1-len)

delimited by size

into feed-rec

End-if

Add 1 to feed-item-count

String function trim(feed-rec)

",""description"":" feed-val-2(1:feed-val-2-len)

",""department"":" feed-val-3(1:feed-val-3-len)

",""image-url"":" feed-val-4(1:feed-val-4-len)

",""shelf-price"":" function trim(feed-price-edit)

",""sale-price"":" function trim(feed-sale-edit)

",""discount-tier"":" function trim(feed-tier-edit)

",""section"":" feed-val-5(1:feed-val-5-len) "}"

delimited by size

into feed-rec

Write feed-rec.



* Closes the items array and the document, and the feed with them.

Close-Flyer-Feed.

Move spaces to feed-rec

String "]}" delimited by size into feed-rec

Write feed-rec

Close feed.



* Turns the text in esc-in into a quoted JSON string in esc-out

* (esc-out-len long): trailing spaces dropped, any quote or

* backslash escaped with a backslash. Blank text comes out as "".

Escape-Feed-Value.

Move spaces to esc-out

Move '"' to esc-out(1:1)

Move 1 to esc-out-len

Move 0 to esc-in-len

Perform varying esc-pos from length of esc-in by -1

until esc-pos = 0 or esc-in-len > 0

If esc-in(esc-pos:1) not = space then

Move esc-pos to esc-in-len

End-if

End-perform

Perform varying esc-pos from 1 by 1 until esc-pos > esc-in-len

If esc-in(esc-pos:1) = '"' or esc-in(esc-pos:1) = '\' then

Add 1 to esc-out-len

Move '\' to esc-out(esc-out-len:1)

End-if

Add 1 to esc-out-len

Move esc-in(esc-pos:1) to esc-out(esc-out-len:1)

End-perform

Add 1 to esc-out-len

Move '"' to esc-out(esc-out-len:1).




Move ctlrpt-filename to ps-ctlrpt-file

Move feed-filename to ps-feed-file

Move label-filename to ps-label-file

End-if

Write pubstat-rec

Move spaces to runrecap-rec

String "Stores skipped - trailer mismatch: "

function trim(recap-count-edit)

delimited by size

into runrecap-rec

Write runrecap-rec

Move recap-skip-blackout to recap-count-edit

Move spaces to runrecap-rec

String "Stores in promotion blackout (planned): "

function trim(recap-count-edit)

delimited by size

into runrecap-rec

Write runrecap-rec

Move recap-docs-truncated to recap-count-edit

Move spaces to runrecap-rec

String "Documents truncated at ingestion: "

function trim(recap-count-edit)


Write runrecap-rec

Move recap-item-exceptions to recap-exceptions-edit

Move spaces to runrecap-rec

String "Item-level exceptions: "

function trim(recap-exceptions-edit)

delimited by size


Write runrecap-rec

Move recap-overrides to recap-exceptions-edit

Move spaces to runrecap-rec

String "Buyer overrides honored: "

function trim(recap-exceptions-edit)

delimited by size


Write runrecap-rec

Move recap-transfers to recap-exceptions-edit

Move spaces to runrecap-rec

String "Inter-store transfers suggested: "

function trim(recap-exceptions-edit)




* Appends the markdown decision just exported to the registers to

* the cumulative markdown ledger: the rate tier, the quantity on

* hand it applies to, shelf and sale price, and the store's unit

* cost, with the extended markdown (shelf less sale, times

* quantity) worked out once here. A delta pass appends nothing,

* for the same reason it writes no shrink-ledger row -- the

* morning run already recorded the date/store/SKU, and a second

* row would double-count it in MKDNPL's totals.

Write-Markdown-Ledger-Row.

If delta-mode not = 'Y' then

Move spaces to mkdnledg-rec

Move todays-date to ml-date

Move store-id to ml-store-id

Move prod-name(inv-rec-cnt) to ml-prod-name

Move discount-rate to ml-rate

Move quantity(inv-rec-cnt) to ml-quantity

Move price(inv-rec-cnt) to ml-shelf-price

Move item-saleprice to ml-sale-price

Move unitcost(inv-rec-cnt) to ml-unitcost

Compute ml-ext-markdown =

(price(inv-rec-cnt) - item-saleprice) * quantity(inv-rec-cnt)

Write mkdnledg-rec

End-if.



* Appends tonight's count for the inventory record just validated

* to the on-hand snapshot -- every usable record, whatever the

* markdown engine goes on to decide for it. A delta pass appends

* nothing: its handful of items were counted by the nightly run,

* and a second row for the date would be a second count.

Write-On-Hand-Snapshot.

If delta-mode not = 'Y' then

Move spaces to onhand-rec

Move todays-date to oh-date

Move store-id to oh-store-id

Move prod-name(inv-rec-cnt) to oh-prod-name

Move quantity(inv-rec-cnt) to oh-quantity

Move unitcost(inv-rec-cnt) to oh-unitcost

Write onhand-rec

End-if.



* Writes one price-change export row for the item currently being

* flyered, from the same item-saleprice the flyer line is about to

* The end date respects the store's own sale window, which the

* promotion calendar may have trimmed ahead of a blackout -- and a

* buyer's approved price never outlives the buyer's own end date

Move store-sale-end-date to pc-end-date

If override-applies = 'Y' then

Move 'Y' to pc-buyer-override

If cur-ovr-end-date < store-sale-end-date then

Move cur-ovr-end-date to pc-end-date

End-if

Else

Move 'N' to pc-buyer-override

End-if

Write prcchg-rec

* The shelf gets a clearance label showing the same price and end

* date the registers were just given

Move "LABEL" to label-action

Move item-saleprice to label-sale-price

Move pc-end-date to label-end-date

Perform Add-Shelf-Label.




Move store-sale-end-date to pc-end-date

Move 'N' to pc-buyer-override

Write prcchg-rec

* and the clearance label the morning crew put up comes down

Move "REMOVE" to label-action

Move price(inv-rec-cnt) to label-sale-price

Move todays-date to label-end-date

Perform Add-Shelf-Label

If cancel-keep-history not = 'Y' then

Delete markhist record



* Collects one shelf label for the item currently being priced,

* from label-action, label-sale-price and label-end-date as the

* caller set them. The reference master supplies the description

* and the aisle; percent off is the whole-percent saving off shelf

* price, zero on a REMOVE entry.

Add-Shelf-Label.

If lbl-count < 500 then

Perform Lookup-Product-Ref

Add 1 to lbl-count

Move cur-prod-aisle to lbl-aisle(lbl-count)

Move label-action to lbl-action(lbl-count)

Move prod-name(inv-rec-cnt) to lbl-prod-name(lbl-count)

Move cur-prod-descr to lbl-descr(lbl-count)

Move price(inv-rec-cnt) to lbl-shelf-price(lbl-count)

Move label-sale-price to lbl-sale-price(lbl-count)

Move label-end-date to lbl-end-date(lbl-count)

Move 'N' to lbl-printed(lbl-count)

If price(inv-rec-cnt) > 0

and label-sale-price < price(inv-rec-cnt) then

Compute lbl-pct-off(lbl-count) rounded =

(price(inv-rec-cnt) - label-sale-price) * 100

/ price(inv-rec-cnt)

Else

Move 0 to lbl-pct-off(lbl-count)

End-if

End-if.



* Writes the store's shelf-label file in aisle order, so the crew

* tags the store in one walk: each pass picks the lowest aisle not

* yet written (by description within an aisle), and items with no

* aisle on the reference master come last rather than first. A

* store with nothing to tag still gets an empty file, the same as

* its price-change export.

Write-Shelf-Labels.

Open output labels

Move 0 to lbl-written

Perform until lbl-written >= lbl-count

Perform Pick-Next-Shelf-Label

Move 'Y' to lbl-printed(lbl-pick)

Add 1 to lbl-written

Move spaces to label-rec

Move lbl-aisle(lbl-pick) to lb-aisle

Move lbl-action(lbl-pick) to lb-action

Move store-id to lb-store-id

Move lbl-prod-name(lbl-pick) to lb-prod-name

Move lbl-descr(lbl-pick) to lb-descr

Move lbl-shelf-price(lbl-pick) to lb-shelf-price

Move lbl-sale-price(lbl-pick) to lb-sale-price

Move lbl-pct-off(lbl-pick) to lb-pct-off

Move lbl-end-date(lbl-pick) to lb-end-date

Write label-rec

End-perform

Close labels.



* Sets lbl-pick to the next label in walk order among those not yet

* written.

Pick-Next-Shelf-Label.

Move 0 to lbl-pick

Perform varying lbl-idx from 1 by 1 until lbl-idx > lbl-count

If lbl-printed(lbl-idx) not = 'Y' then

Evaluate true

When lbl-pick = 0

Move lbl-idx to lbl-pick

When lbl-aisle(lbl-pick) = spaces

and lbl-aisle(lbl-idx) not = spaces

Move lbl-idx to lbl-pick

When lbl-aisle(lbl-idx) = spaces

and lbl-aisle(lbl-pick) not = spaces

Continue

When lbl-aisle(lbl-idx) < lbl-aisle(lbl-pick)

Move lbl-idx to lbl-pick

When lbl-aisle(lbl-idx) = lbl-aisle(lbl-pick)

and lbl-descr(lbl-idx) < lbl-descr(lbl-pick)

Move lbl-idx to lbl-pick

End-evaluate

End-if

End-perform.



* Logs one skipped inventory record (store-id, product, reason) to

* the exceptions listing instead of letting it ride through to the

Write-Document-Exception.

If batch-scan not = 'Y' then

Move spaces to exc-file

String function trim(store-id)

into exc-file

Write exc-file

End-if.




Write ctlrpt-rec

* Every item priced (or held) on a buyer's say-so rather than the

* engine's is named, with the buyer, so the manager can tell an

* approved exception from a pricing mistake

Move ovr-app-count to ctl-item-count-edit

Move spaces to ctlrpt-rec

String "Buyer overrides honored: " ctl-item-count-edit

delimited by size

into ctlrpt-rec

Write ctlrpt-rec

Perform varying ovr-app-idx from 1 by 1

until ovr-app-idx > ovr-app-count

Move spaces to ctlrpt-rec

If ovr-app-hold(ovr-app-idx) = 'Y' then

String "  BUYER OVERRIDE "

function trim(ovr-app-prod-name(ovr-app-idx))

" - held at shelf price, buyer "

function trim(ovr-app-buyer-id(ovr-app-idx))

delimited by size

into ctlrpt-rec

Else

Move ovr-app-sale-price(ovr-app-idx) to ovr-price-edit

String "  BUYER OVERRIDE "

function trim(ovr-app-prod-name(ovr-app-idx))

" - sale $" function trim(ovr-price-edit)

" approved by buyer "

function trim(ovr-app-buyer-id(ovr-app-idx))

delimited by size

into ctlrpt-rec

End-if

Write ctlrpt-rec

End-perform

* Items whose surplus is being shipped to another store were held

* off the flyer; the manager sees where the stock is going

Move xfr-app-count to ctl-item-count-edit

Move spaces to ctlrpt-rec

String "Transfers suggested (held off the flyer): "

ctl-item-count-edit

delimited by size

into ctlrpt-rec

Write ctlrpt-rec

Perform varying xfr-app-idx from 1 by 1

until xfr-app-idx > xfr-app-count

Move xfr-app-quantity(xfr-app-idx) to xfr-quantity-edit

Move spaces to ctlrpt-rec

String "  TRANSFER "

function trim(xfr-app-prod-name(xfr-app-idx))

" - " function trim(xfr-quantity-edit)

" unit(s) to store "

function trim(xfr-app-to-store(xfr-app-idx))

delimited by size

into ctlrpt-rec

Write ctlrpt-rec

End-perform

Close ctlrpt.


