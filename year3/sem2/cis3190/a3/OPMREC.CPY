*> OPMAUDIT operator-master change trail layout, COPYd by ROMANOPM,
*> which appends a record for every transaction it applies, so the
*> trail alone answers who granted what and when. OPM-OPID is the
*> supervisor who ran the change, the date and time are those of the
*> run, and the action is the card's - A add, C change level, S
*> suspend, R revoke. The before and after images are the operator's
*> entry as it stood on either side of the change: an add's before
*> image and a revoke's after image are spaces.
01 OPM-RECORD.
	02 OPM-OPID   pic X(08).
	02 FILLER     pic X(01).
	02 OPM-DATE   pic X(08).
	02 FILLER     pic X(01).
	02 OPM-TIME   pic 9(08).
	02 FILLER     pic X(01).
	02 OPM-ACTION pic X(01).
	02 FILLER     pic X(01).
	02 OPM-ID     pic X(08).
	02 FILLER     pic X(01).
	02 OPM-BEF-PRIV   pic X(01).
	02 FILLER     pic X(01).
	02 OPM-BEF-STATUS pic X(01).
	02 FILLER     pic X(01).
	02 OPM-BEF-EXPIRY pic X(08).
	02 FILLER     pic X(01).
	02 OPM-BEF-NAME   pic X(40).
	02 FILLER     pic X(01).
	02 OPM-AFT-PRIV   pic X(01).
	02 FILLER     pic X(01).
	02 OPM-AFT-STATUS pic X(01).
	02 FILLER     pic X(01).
	02 OPM-AFT-EXPIRY pic X(08).
	02 FILLER     pic X(01).
	02 OPM-AFT-NAME   pic X(40).
	02 FILLER     pic X(15).
