*>    Disclosure request - the caller's half of the LNDISC call,
*>    alongside the priced calculation record and its schedule.  The
*>    statement says whether it goes with a quote (MAIN, LNBATCH) or
*>    a booking (LNBOOK), and is dated the business date the quote
*>    was priced or the loan booked.
01  DisclosureRequest.
	02 DisclosureKind PIC X(1).
		88 Disclosure-Quote VALUE "Q".
		88 Disclosure-Booking VALUE "B".
	02 DisclosureDate PIC 9(8).
