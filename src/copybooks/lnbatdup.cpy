	02 DupFrequency PIC X(1).
	02 DupStartDate PIC 9(8).
	02 DupBasis PIC X(1).
	02 DupOriginationFee PIC 9(7)V99.
	02 DupInterestOnlyYears PIC 9(4).
	02 DupBalloonYears PIC 9(4).
