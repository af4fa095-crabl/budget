*>    Batch loan request - one per quote: the originating branch and
*>    its customer/loan reference, then the same four calculation
*>    fields MAIN takes at the terminal.  A PO payoff request names
*>    a booked loan by branch and reference and carries the payoff
*>    date in the start date field; its other fields are ignored.
*>    A branch's requests arrive framed by its feed header and
*>    trailer (lnbatctl.cpy), which share this record length.
01  BatchLoanRequest.
	02 BatchBranchId PIC X(4).
	02 BatchLoanReference PIC X(12).
*>    to the new length before it mounts.
	02 BatchStartDate PIC 9(8).
	02 BatchBasis PIC X(1).
*>    The origination fee for an AM quote's disclosure; zero or blank
*>    for none.  Added at the end of the record - a feed cut before
*>    the fee existed must be re-cut (or zero padded) to this length,
*>    as above.
	02 BatchOriginationFee PIC 9(7)V99.
*>    The interest-only and balloon terms, in years, of an IB request
*>    (or a comparison that should price IB too); zero or blank for
*>    none.  Appended behind the fee, with the same re-cut rule.
	02 BatchInterestOnlyYears PIC 9(4).
	02 BatchBalloonYears PIC 9(4).
