
2 sl-reason pic x(8).

2 sl-claim-ref pic x(12).

FD shrrpt.

1 shrrpt-rec pic x(200) value spaces.
