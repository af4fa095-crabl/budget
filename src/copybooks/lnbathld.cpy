*>    Held feed record - a record of a branch's LNBATIN section that
*>    failed its proof, exactly as it arrived (header, requests and
*>    trailer alike), followed by the section it belongs to and why
*>    the section was held.  The run date and section number tell
*>    one held section from the next, even two from the same branch.
*>    A section stays here, run after run, until LNBATREL releases it
*>    once the branch confirms it and takes it off the file.
01  HeldFeedRecord.
	02 HeldFeedImage PIC X(65).
	02 HeldRunDate PIC 9(8).
	02 HeldSectionNumber PIC 9(4).
	02 HeldBranchId PIC X(4).
	02 HeldFeedSequence PIC 9(6).
	02 HeldReason PIC X(40).
