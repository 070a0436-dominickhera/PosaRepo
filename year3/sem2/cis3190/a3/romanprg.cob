		MOVE SPACES TO EXCEPT-LINE
		MOVE HIGH-SEQ TO EXCEPT-SEQ
		MOVE 'SEQUENCE CARRY FORWARD' TO EXCEPT-REASON
		MOVE 'X00' TO EXCEPT-CODE
		MOVE 'R' TO EXCEPT-STATUS
		MOVE CUTOFF-DATE TO EXCEPT-RUN-DATE
		WRITE REJNEW-RECORD FROM EXCEPT-LINE
