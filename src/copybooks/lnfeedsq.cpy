*>    Feed sequence control - one record per branch, the sequence
*>    number and feed date of the last LNBATIN section LNBATCH took
*>    from that branch, so a feed sent twice or a feed skipped shows
*>    up as a sequence out of step.  LNBATCH rewrites the file at the
*>    clean end of each run.
01  FeedSequenceRecord.
	02 FeedSeqBranchId PIC X(4).
	02 FeedSeqLastDate PIC 9(8).
	02 FeedSeqLastSequence PIC 9(6).
