		02 POST-NUMERAL PICTURE X(60).
		02 POST-DECIMAL PICTURE 9(08).
		02 POST-BRANCH  PICTURE X(03).
*> the extract grew by the document's source (K keyed, I imaging, R
*> recycled) for the re-key quality sample - declared here so the
*> record length still matches the dataset's.
		02 POST-SOURCE  PICTURE X(01).
FD AUDIT-FILE.
	01 AUDIT-RECORD.
		02 AUDIT-OPID    PICTURE X(08).
