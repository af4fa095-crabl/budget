*>    Shared payment-calendar lookup record - Inputs / Outputs for
*>    the LNDUEDT subprogram, kept in one copybook for the same
*>    reason as lnrate.cpy: the quote schedule in LNCALC and the
*>    servicing of booked loans count due dates through the same
*>    code and can never drift apart on which day a period falls
*>    due.  Period zero answers the start date itself, which is how
*>    a caller asks only whether a date is a real calendar date.
01  DueDateLookup.
	02 DueLookupInputs.
		03 DueLookupStartDate PIC 9(8).
		03 DueLookupFrequency PIC X(1).
		03 DueLookupPeriod PIC 9(4).
	02 DueLookupOutputs.
		03 DueLookupDate PIC 9(8).
		03 DueLookupPriorDate PIC 9(8).
		03 DueLookupDays PIC 9(5).
		03 DueLookupStatus PIC X(1).
			88 DueLookup-Valid VALUE "V".
			88 DueLookup-Invalid VALUE "I".
