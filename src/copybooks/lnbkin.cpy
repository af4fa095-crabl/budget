	02 BookCalcMethod PIC X(2).
	02 BookPrincipal PIC 9(9)V99.
	02 BookInterestRate PIC 9(3)V99.
*>    The origination fee on the signed paperwork, for an AM loan's
*>    disclosure; zero or blank for none.
	02 BookOriginationFee PIC 9(7)V99.
*>    An IB loan's interest-only and balloon terms, in years, from
*>    the paperwork; zero or blank for none (and for other methods).
	02 BookInterestOnlyYears PIC 9(4).
	02 BookBalloonYears PIC 9(4).
*>    The borrower's number on the customer master LNCUST.  Every
*>    booking names one: the loan is checked against, and counted
*>    toward, that customer's exposure limit.
	02 BookCustomerNumber PIC 9(8).
