*>    Past-due notice - one record per delinquent booked loan, cut by
*>    LNDELQ each night for the collections letters: the loan, the
*>    date it was aged as of, the oldest installment still unpaid and
*>    how many days it is behind, the aging bucket that puts it in,
*>    the installments behind and the amount that brings the loan
*>    current, with the balance still owed alongside.  The bucket is
*>    the report's column heading: 1-30, 31-60, 61-90 or 90+.
01  DelinquencyNoticeRecord.
	02 NoticeBranchId PIC X(4).
	02 NoticeLoanReference PIC X(12).
	02 NoticeBookedDate PIC 9(8).
	02 NoticeCalcMethod PIC X(2).
	02 NoticeAsOfDate PIC 9(8).
	02 NoticeOldestDueDate PIC 9(8).
	02 NoticeDaysPastDue PIC 9(5).
	02 NoticeAgingBucket PIC X(5).
	02 NoticeInstallmentsDue PIC 9(4).
	02 NoticeAmountDue PIC 9(9)V99.
	02 NoticeBalance PIC 9(9)V99.
