*>    it arrived, in the LNBATIN layout, followed by the reason it
*>    bounced.  A branch corrects the leading request fields and the
*>    record (cut back to the LNBATIN length) mounts as the next
*>    run's input, so corrections stop being re-keyed by hand -
*>    inside a header and trailer of the branch's next feed, like
*>    any other request.
01  BatchRejectRecord.
	02 RejectRequest.
		03 RejectBranchId PIC X(4).
		03 RejectFrequency PIC X(1).
		03 RejectStartDate PIC 9(8).
		03 RejectBasis PIC X(1).
		03 RejectOriginationFee PIC 9(7)V99.
		03 RejectInterestOnlyYears PIC 9(4).
		03 RejectBalloonYears PIC 9(4).
	02 RejectReason PIC X(40).
