*>    Batch report - one line per processed quote.  A PO payoff
*>    quote's columns, and an IB loan's, read as its audit record's
*>    do (lnaudit.cpy).
01  BatchReportRecord.
	02 ReportBranchId PIC X(4).
	02 ReportLoanReference PIC X(12).
