*> Shared CHGAUDIT change-trail record layout, COPYd under the FD by
*> the approval run that applies master amendments and deletes and by
*> every program that reads the trail back, so the before/after
*> column positions only live in this one place. CHG-OPID is the
*> operator who keyed the change and CHG-APPROVER the second operator
*> who approved it - the date and time are those of the approval,
*> when the master actually changed. A delete's after image is
*> spaces; records written before the approver field existed read
*> back with it space padded. The before image's ledger date, posted
*> date and branch ride at the end, so the trail alone holds the
*> whole master record as it stood before the change (an amendment
*> leaves date and branch as they were and posts on CHG-DATE); they
*> read back as spaces on records written before they existed.
01 CHANGE-RECORD.
	02 CHG-OPID   pic X(08).
	02 FILLER     pic X(01).
	02 CHG-DATE   pic 9(06).
	02 FILLER     pic X(01).
	02 CHG-TIME   pic 9(08).
	02 FILLER     pic X(01).
	02 CHG-ACTION pic X(01).
	02 FILLER     pic X(01).
	02 CHG-ID     pic X(08).
	02 FILLER     pic X(01).
	02 CHG-BEF-DECIMAL pic 9(08).
	02 FILLER     pic X(01).
	02 CHG-BEF-NUMERAL pic X(60).
	02 FILLER     pic X(01).
	02 CHG-AFT-DECIMAL pic X(08).
	02 FILLER     pic X(01).
	02 CHG-AFT-NUMERAL pic X(60).
	02 FILLER     pic X(01).
	02 CHG-APPROVER pic X(08).
	02 FILLER     pic X(01).
	02 CHG-BEF-DATE pic X(08).
	02 FILLER     pic X(01).
	02 CHG-BEF-POSTED pic X(06).
	02 FILLER     pic X(01).
	02 CHG-BEF-BRANCH pic X(03).
