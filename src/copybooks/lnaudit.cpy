*>    Audit log record - one per calculation attempt, valid or not,
*>    so compliance can reconstruct who ran what and when.  A payoff
*>    quote (method PO) is logged in the same layout, read the way
*>    LNPAYOFF fills the calculation record: the principal is the
*>    balance outstanding, the rate the loan's own, the start date
*>    the payoff date, and the simple interest, compound interest
*>    and installment columns the interest owed, the per-diem and
*>    the total payoff the customer was told.  An interest-only /
*>    balloon loan (method IB) reads its result columns the way
*>    loancalc.cpy lays them out for IB: interest-only payment,
*>    balloon amount, amortizing payment, total interest.
01  AuditLogRecord.
	02 AuditRunDate PIC 9(8).
	02 AuditRunTime PIC 9(8).
