*>    calculation method: the interest computed for a loan of this
*>    method debits the first account and credits the second.  The
*>    mapping file LNGLMAP is small and maintained by head office.
*>    Collections post the same way under their own codes in the
*>    method field - PI for payment interest, PP for payment
*>    principal - each with its own row here.
01  GLAccountMapRecord.
	02 MapCalcMethod PIC X(2).
	02 MapDebitAccount PIC 9(8).
