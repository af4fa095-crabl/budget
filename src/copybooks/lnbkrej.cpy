		03 BkRejCalcMethod PIC X(2).
		03 BkRejPrincipal PIC 9(9)V99.
		03 BkRejInterestRate PIC 9(3)V99.
		03 BkRejOriginationFee PIC 9(7)V99.
		03 BkRejInterestOnlyYears PIC 9(4).
		03 BkRejBalloonYears PIC 9(4).
		03 BkRejCustomerNumber PIC 9(8).
	02 BookingRejectReason PIC X(40).
