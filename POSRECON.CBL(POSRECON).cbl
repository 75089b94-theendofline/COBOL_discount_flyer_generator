
Select recexc assign to RECEXCP organization line sequential.

* Reconciliation status: one row appended per run with the date of

* the flyer run whose prices were reconciled and the severity the

* run ended with, so the nightly pre-flight check (PREFLITE) can

* tell whether yesterday's prices reached the registers before the

* next flyer run starts. EXTEND, never OUTPUT; OPTIONAL so the

* first run creates it.

Select optional recstat assign to RECSTAT

organization line sequential.



DATA DIVISION.

2 pc-end-date pic 9(8).

2 pc-buyer-override pic x(1).

* Acknowledgment row, fixed columns per the vendor's export spec:

* store, SKU, the price the register loaded, and a status word

1 recexc-rec pic x(200) value spaces.

FD recstat.

1 recstat-rec.

2 rs-run-date pic 9(8).

2 rs-prices-date pic 9(8).

2 rs-severity pic 9(1).

Working-storage section.

* The whole night's price-change rows held in storage for the run,

1 recon-date-int pic 9(10) value 0.

* Effective date on the price-change rows reconciled -- the date of

* the flyer run that exported them (zero when none were usable)

1 recon-prices-date pic 9(8) value 0.



PROCEDURE DIVISION.

End-evaluate

Perform Write-Recon-Status

Goback.



* Appends the run's status row: today's date, the date of the

* flyer run whose prices were reconciled, and the severity just set.

Write-Recon-Status.

Open extend recstat

Move spaces to recstat-rec

Move recon-date to rs-run-date

Move recon-prices-date to rs-prices-date

Move return-code to rs-severity

Write recstat-rec

Close recstat.



* Reads the prior night's price-change rows into the price table.

* Rows with a blank key or non-numeric sale price (a truncated or

Move spaces to pch-ack-status(pch-count)

If pc-eff-date is numeric

and pc-eff-date > recon-prices-date then

Move pc-eff-date to recon-prices-date

End-if

Move pc-store-id to add-store-id

Perform Note-Store-Id
