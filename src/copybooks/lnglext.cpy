*>    GL extract - one record per successfully processed loan, laid
*>    out for the downstream general-ledger posting job: a loan
*>    identifier finance can trace back to the source run, the
*>    calculation method, and the computed interest amount.  LNPAY
*>    writes its collections here too, one record for the interest
*>    and one for the principal of each applied payment, under the
*>    codes PI and PP; the loan id sequence is then the payment's
*>    position in the day's payment feed.
01  GLExtractRecord.
	02 GLLoanId.
		03 GLLoanIdDate PIC 9(8).
