*>    Batch feed control records - each branch's submission on LNBATIN
*>    is one section: a header, the branch's requests, and a trailer.
*>    The header names the branch, the date the branch cut the feed
*>    and the branch's feed sequence number, one up from its last
*>    feed; the trailer carries the count of requests in the section
*>    and the hash total of their principals, so LNBATCH can prove
*>    the section arrived whole before anything in it is priced.  As
*>    on the branch transmittal (lnbtran.cpy), the marker in the
*>    leading branch-id position can never be a real branch id, so a
*>    control record is told from a request by its first four bytes.
*>    Both are padded out to the BatchLoanRequest length, so the feed
*>    stays one fixed record size end to end.
*>
*>    A header with the release flag set ("R") fronts a section
*>    operations released from the hold file (LNBATREL) once the
*>    branch confirmed it; its feed sequence has already been seen,
*>    so it is not checked again.
01  BatchFeedHeader.
	02 HeaderMarker PIC X(4).
		88 Feed-Header VALUE "*HDR".
	02 HeaderBranchId PIC X(4).
	02 HeaderFeedDate PIC 9(8).
	02 HeaderFeedSequence PIC 9(6).
	02 HeaderReleaseFlag PIC X(1).
		88 Header-Released VALUE "R".
	02 FILLER PIC X(42).
01  BatchFeedTrailer.
	02 TrailerMarker PIC X(4).
		88 Feed-Trailer VALUE "*TRL".
	02 TrailerBranchId PIC X(4).
	02 TrailerRecordCount PIC 9(6).
	02 TrailerPrincipalHash PIC 9(13)V99.
	02 FILLER PIC X(36).
