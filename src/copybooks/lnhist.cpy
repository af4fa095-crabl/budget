*>    branch/reference/method as its own record - every pricing the
*>    audit log and GL extract carry stays on history, one for one,
*>    so the reconciliation ties; the highest sequence for a key is
*>    the latest pricing.  An IB (interest-only / balloon) quote
*>    keeps the figures it priced to in the result columns, laid
*>    out as loancalc.cpy describes; its interest-only and balloon
*>    terms are carried by the booking that takes it up.
01  LoanHistoryRecord.
	02 HistoryKey.
		03 HistoryBranchId PIC X(4).
