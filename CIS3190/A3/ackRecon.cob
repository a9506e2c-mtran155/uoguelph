*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> ackRecon.cob: Reconciles the ERP load job's acknowledgment file	  *>
*> against the export feed it answers.								  *>
*> 																	  *>
*> For each .csv the converter delivers, the ERP load sends back an	  *>
*> acknowledgment (by default <source>.ack) laid out as:			  *>
*> 		HDR,<run date>,<source file>	the export header it read	  *>
*> 		L,<record-id>					a record it loaded			  *>
*> 		R,<record-id>,<error text>		a record it refused			  *>
*> 		TRL,<count>,<hash total>		what it received			  *>
*> This program reads the original export (<source>.csv), checks	  *>
*> the acknowledgment's header run date and source file against the	  *>
*> export header and its trailer count and hash total against the	  *>
*> records exported, then sorts the exported records and the ERP's	  *>
*> answers together on record-id and matches them, so a feed of any	  *>
*> size is reconciled in full. It lists the records the ERP refused   *>
*> (with its error text) and the records it never mentioned, in		  *>
*> record-id order, and marks each record on the conversion master	  *>
*> (roman.mst) as loaded (L), refused (R) or unacknowledged (U) with  *>
*> the date of the reconciliation. A master record whose roman		  *>
*> string has changed since the export is left alone, since the		  *>
*> acknowledgment no longer speaks for it. Every mark is journalled	  *>
*> to roman.jnl like any other master change.						  *>
*> 																	  *>
*> The operator signs on first (the id may follow the acknowledgment  *>
*> file name on the command line) and must be allowed ackRecon on the *>
*> operator file (operators.dat); the run is refused otherwise.		  *>
*> 																	  *>
*> Refused records are written to <source>.resub in the converter's	  *>
*> input layout (record-id, roman string), with a HDR naming the	  *>
*> exporting department and a TRL control count, so they can be		  *>
*> corrected and fed straight back in.								  *>
*> 																	  *>
*> Return code 8 when the export or the acknowledgment cannot be	  *>
*> read, the matched records cannot be written to the work file, or	  *>
*> the acknowledgment is for a different delivery (the master		  *>
*> is then not marked), master records were locked by another job	  *>
*> or could not be rewritten (the rest are marked; run it again		  *>
*> later), a mark could not be journalled or the operator was not	  *>
*> signed on, 4 when records were refused, never					  *>
*> acknowledged or the control totals disagree, otherwise 0.		  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall ackRecon.cob operAuth.cob			  *>
*> This program can be executed by typing: 							  *>
*> 			./ackRecon <source file> [<ack file> [operator id]]		  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. ackRecon.

environment division.
input-output section.
file-control.
select exportFile assign to exportFileName organization is line sequential
	file status is exportFileStatus.
select ackFile assign to ackFileName organization is line sequential
	file status is ackFileStatus.
select resubFile assign to resubFileName organization is line sequential
	file status is resubFileStatus.
select masterFile assign to "roman.mst" organization is indexed
	access is random record key is master-id
	alternate record key is master-decimal with duplicates
	lock mode is automatic
	file status is masterFileStatus.
select journalFile assign to "roman.jnl" organization is line sequential
	file status is journalFileStatus.
select matchFile assign to "ackmatch.tmp" organization is line sequential
	file status is matchFileStatus.
select sortWork assign to "acksort.tmp".

data division.
file section.
fd exportFile.
01 export-record pic x(100).

fd ackFile.
01 ack-record pic x(200).

fd resubFile.
01 resub-record.
	05 resub-id pic x(10).
	05 resub-roman pic x(20).
	05 filler pic x(50).

fd masterFile.
01 master-record.
	05 master-id pic x(10).
	05 master-roman pic x(20).
	05 master-decimal pic 9(8).
	05 master-twelfths pic 99.
	05 master-rundate pic x(10).
	05 master-ack-status pic x.
	05 master-ack-date pic x(10).

fd journalFile.
01 journal-record pic x(150).

*> one exported record with the ERP's answer for it, as matched
fd matchFile.
01 match-record.
	05 match-id pic x(10).
	05 match-roman pic x(20).
	05 match-value pic 9(8).
	05 match-ack pic x.
	05 match-err-text pic x(60).

*> the export's detail records and the acknowledgment's answers,
*> sorted together on record-id with an id's answers (source 1, in
*> the order the ERP sent them) ahead of its exported records (source 2)
sd sortWork.
01 sort-rec.
	05 sort-id pic x(10).
	05 sort-source pic 9.
	05 sort-seq pic 9(8).
	05 sort-roman pic x(20).
	05 sort-value pic 9(8).
	05 sort-ack pic x.
	05 sort-err-text pic x(60).

working-storage section.
01 eof-switch pic 9.
01 exportFileStatus pic xx.
01 exportFileName pic x(45).
01 ackFileStatus pic xx.
01 ackFileName pic x(45).
01 resubFileStatus pic xx.
01 resubFileName pic x(45).
01 masterFileStatus pic xx.
01 masterOpen pic 9 value zero.
01 journalFileStatus pic xx.
01 matchFileStatus pic xx.
01 matchOpen pic 9 value zero.
01 matchEof pic 9.
01 sortEof pic 9.
01 sortSeq pic 9(8) value zero.

*> the source file and acknowledgment names from the command line
01 commandLine pic x(100).
01 sourceName pic x(40).

*> operator sign-on, checked against the operator file through
*> operatorCheck; a reconciliation is refused outright (RC 8) for an
*> operator who is not allowed this program
01 operatorId pic x(8) value spaces.
01 operatorName pic x(30).
01 authProgram pic x(16) value "ackRecon".
01 authMode pic x value space.
01 authStatus pic 9.
01 signOnTries pic 9.
01 operatorSignedOn pic 9 value zero.

*> the export feed as delivered: its header, department stamp and
*> trailer, and the count and hash total of its detail records
01 expHdrDate pic x(10).
01 expHdrSource pic x(40).
01 expIsDelta pic 9 value zero.
01 expDept pic x(8).
01 expTrlSeen pic 9 value zero.
01 expTrlCount pic 9(6) value zero.
01 expTrlHash pic 9(13) value zero.
01 expHash pic 9(13) value zero.
01 expCount pic 9(6) value zero.

*> the ERP's last answer for the id being matched, and how many
*> answers it sent for it
01 heldId pic x(10).
01 heldAck pic x.
01 heldErrText pic x(60).
01 heldAnswers pic 9(6).

*> comma-delimited fields of one export or acknowledgment record
01 field1 pic x(40).
01 field2 pic x(40).
01 field3 pic x(40).
01 field4 pic x(80).
01 fieldWork pic 9(13).

*> the acknowledgment's header and trailer, and what it said
01 ackHdrSeen pic 9 value zero.
01 ackHdrDate pic x(10).
01 ackHdrSource pic x(40).
01 ackTrlSeen pic 9 value zero.
01 ackTrlCount pic 9(6) value zero.
01 ackTrlHash pic 9(13) value zero.
01 ackLoaded pic 9(6) value zero.
01 ackRefused pic 9(6) value zero.
01 ackUnacked pic 9(6) value zero.
01 ackUnknown pic 9(6) value zero.
01 ackRepeated pic 9(6) value zero.
01 ackBadLines pic 9(6) value zero.
01 ackWrongDelivery pic 9 value zero.
01 controlFlags pic 99 value zero.

*> master marking totals
01 markedCount pic 9(6) value zero.
01 supersededCount pic 9(6) value zero.
01 notOnMasterCount pic 9(6) value zero.

*> marks that could not be made: the master record was locked by
*> another job (status 51/61) or the rewrite failed; the run ends RC 8
01 lockedCount pic 9(6) value zero.
01 failedCount pic 9(6) value zero.

*> marks made on the master that could not be journalled; the run
*> ends RC 8, since masterRecover could not replay them
01 journalFailures pic 9(6) value zero.
01 journalWriteFailed pic 9.
01 resubCount pic 9(6) value zero.
01 resubCountOut pic z(5)9.

*> master change journal (roman.jnl), shared with the converter and
*> masterMaint: each mark appends the record's before-image and
*> after-image so masterRecover can roll it forward from a backup
01 journalTimestamp pic x(19).
01 jnlImageType pic x.
01 jnlPresent pic x.
01 jnlBeforeImage pic x(61).
01 jnlImage.
	05 jnlImageId pic x(10).
	05 jnlImageRoman pic x(20).
	05 jnlImageDecimal pic 9(8).
	05 jnlImageTwelfths pic 99.
	05 jnlImageRundate pic x(10).
	05 jnlImageAckStatus pic x.
	05 jnlImageAckDate pic x(10).
01 journal-line.
	05 jnl-timestamp pic x(19).
	05 filler pic x value space.
	05 jnl-image pic x.
	05 filler pic x value space.
	05 jnl-action pic x.
	05 filler pic x value space.
	05 jnl-program pic x(12).
	05 filler pic x value space.
	05 jnl-source pic x(40).
	05 filler pic x value space.
	05 jnl-present pic x.
	05 filler pic x value space.
	05 jnl-id pic x(10).
	05 filler pic x value space.
	05 jnl-roman pic x(20).
	05 filler pic x value space.
	05 jnl-decimal pic 9(8).
	05 filler pic x value space.
	05 jnl-twelfths pic 99.
	05 filler pic x value space.
	05 jnl-rundate pic x(10).
	05 filler pic x value space.
	05 jnl-ack-status pic x.
	05 filler pic x value space.
	05 jnl-ack-date pic x(10).

*> reconciliation run date
01 currentDateTime pic x(21).
01 currentDateTime-fields redefines currentDateTime.
	05 cd-year pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day pic 9(2).
	05 cd-hour pic 9(2).
	05 cd-minute pic 9(2).
	05 cd-second pic 9(2).
	05 filler pic x(7).
01 runDate pic x(10).

*> formatted print statement for one refused or unacknowledged record
01 print-ack.
	05 filler pic x(3) value spaces.
	05 ackIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 ackRomanOut pic x(20).
	05 filler pic x(2) value spaces.
	05 ackValueOut pic z(8)9.
	05 filler pic x(2) value spaces.
	05 ackTextOut pic x(60).

01 countOut pic z(5)9.
01 hashOut pic z(12)9.

procedure division.
	perform buildRunDate.
	perform readRunParameters.
	if sourceName is equal to spaces
		display "Usage: ackRecon <source file> [<ack file> [operator id]]"
		move 8 to return-code
		stop run
	end-if.
	perform signOnOperator.
	if operatorSignedOn is equal to zero
		move 8 to return-code
		stop run
	end-if.
	open input exportFile.
	if exportFileStatus is not equal to "00"
		display "Cannot open the export feed " function trim(exportFileName) " -- nothing to reconcile."
		move 8 to return-code
		stop run
	end-if.
	open input ackFile.
	if ackFileStatus is not equal to "00"
		display "Cannot open the acknowledgment " function trim(ackFileName) " -- nothing to reconcile."
		close exportFile
		move 8 to return-code
		stop run
	end-if.
	sort sortWork on ascending key sort-id sort-source sort-seq
		input procedure is releaseFeeds
		output procedure is matchAnswers.
	close ackFile.
	close exportFile.
	if matchOpen is equal to zero
		display "Cannot write the match work file ackmatch.tmp (status " matchFileStatus ") -- nothing reconciled."
		move 8 to return-code
		stop run
	end-if.
	perform checkControlTotals.
	perform printAckReport.
	if ackWrongDelivery is equal to zero
		perform markMasterRecords
		perform writeResubmission
		perform printMarkingSummary
	end-if.
	if lockedCount is greater than zero or failedCount is greater than zero
		move 8 to return-code
	end-if.
	if journalFailures is greater than zero
		move 8 to return-code
	end-if.
	if return-code is less than 4
		if ackRefused is greater than zero or ackUnacked is greater than zero or controlFlags is greater than zero
			move 4 to return-code
		end-if
	end-if.
stop run.

*> formats function current-date into the "YYYY-MM-DD" run date
buildRunDate.
	move function current-date to currentDateTime.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		into runDate.

*> picks the source file name (and optionally the acknowledgment file
*> name, which defaults to <source>.ack, and the operator id) up from
*> the command line
readRunParameters.
	move spaces to commandLine.
	accept commandLine from command-line.
	move spaces to sourceName.
	move spaces to ackFileName.
	unstring commandLine delimited by all " "
		into sourceName ackFileName operatorId.
	inspect operatorId converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if sourceName is equal to spaces
		exit paragraph
	end-if.
	move spaces to exportFileName.
	string function trim(sourceName) delimited by size
		".csv" delimited by size
		into exportFileName.
	if ackFileName is equal to spaces
		string function trim(sourceName) delimited by size
			".ack" delimited by size
			into ackFileName
	end-if.
	move spaces to resubFileName.
	string function trim(sourceName) delimited by size
		".resub" delimited by size
		into resubFileName.

*> signs the operator on: an id given on the command line is checked
*> as it stands, otherwise the operator is asked for it (three tries)
signOnOperator.
	move zero to operatorSignedOn.
	move zero to signOnTries.
	if operatorId is not equal to spaces
		move 2 to signOnTries
		perform checkOperator
	end-if.
	perform until operatorSignedOn is equal to 1 or signOnTries is greater than or equal to 3
		display "Operator id: "
		move spaces to operatorId
		accept operatorId
		inspect operatorId converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		perform checkOperator
	end-perform.
	if operatorSignedOn is equal to zero
		display "Sign-on refused -- nothing reconciled."
	end-if.

*> checks one sign-on attempt against the operator file and says why
*> it was refused
checkOperator.
	add 1 to signOnTries.
	call "operatorCheck" using operatorId, authProgram, authMode, authStatus, operatorName.
	evaluate authStatus
		when zero
			move 1 to operatorSignedOn
			display "Signed on as " function trim(operatorId) " (" function trim(operatorName) ")."
		when 1
			display "Operator " function trim(operatorId) " is not on the operator file."
		when 2
			display "Operator " function trim(operatorId) " is not authorized to run ackRecon."
		when other
			display "Cannot read the operator file operators.dat -- nothing can be authorized."
			move 3 to signOnTries
	end-evaluate.

*> reads the export feed and then the acknowledgment, noting their
*> headers, department stamp and trailers and releasing the export's
*> detail records and the ERP's answers to the sort
releaseFeeds.
	move spaces to expHdrDate.
	move spaces to expHdrSource.
	move spaces to expDept.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read exportFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			perform parseExportRecord
		end-if
	end-perform.
	move spaces to ackHdrDate.
	move spaces to ackHdrSource.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read ackFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			perform parseAckRecord
		end-if
	end-perform.

*> parses one export record into the header, department, trailer or
*> a detail record released to the sort; a delta feed's details lead with an A/C
*> action code, which is stepped over
parseExportRecord.
	move spaces to field1.
	move spaces to field2.
	move spaces to field3.
	move spaces to field4.
	unstring export-record delimited by ","
		into field1 field2 field3 field4.
	evaluate field1
		when "HDR"
			move field2(1:10) to expHdrDate
			move field3 to expHdrSource
			if field4 is equal to "DELTA"
				move 1 to expIsDelta
			end-if
		when "DPT"
			move field2(1:8) to expDept
		when "TRL"
			move 1 to expTrlSeen
			if expIsDelta is equal to 1
				compute expTrlCount = function numval(field2) + function numval(field3)
				compute expTrlHash = function numval(field4)
			else
				compute expTrlCount = function numval(field2)
				compute expTrlHash = function numval(field3)
			end-if
		when other
			if expIsDelta is equal to 1
				move field2 to field1
				move field3 to field2
				move field4 to field3
			end-if
			add 1 to expCount
			add 1 to sortSeq
			move field1(1:10) to sort-id
			move 2 to sort-source
			move sortSeq to sort-seq
			move field2(1:20) to sort-roman
			compute sort-value = function numval(field3)
			move space to sort-ack
			move spaces to sort-err-text
			add sort-value to expHash
			release sort-rec
	end-evaluate.

*> parses one acknowledgment record
parseAckRecord.
	move spaces to field1.
	move spaces to field2.
	move spaces to field3.
	move spaces to field4.
	unstring ack-record delimited by ","
		into field1 field2 field3 field4.
	inspect field1 converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	evaluate field1
		when "HDR"
			move 1 to ackHdrSeen
			move field2(1:10) to ackHdrDate
			move field3 to ackHdrSource
		when "TRL"
			move 1 to ackTrlSeen
			compute ackTrlCount = function numval(field2)
			compute ackTrlHash = function numval(field3)
		when "L"
			move spaces to sort-err-text
			perform releaseAnswer
		when "R"
			move field3 to sort-err-text
			if field4 is not equal to spaces
				move spaces to sort-err-text
				string function trim(field3) delimited by size
					"," delimited by size
					function trim(field4) delimited by size
					into sort-err-text
			end-if
			perform releaseAnswer
		when other
			if ack-record is not equal to spaces
				add 1 to ackBadLines
				display " Unrecognised acknowledgment line: " function trim(ack-record)
			end-if
	end-evaluate.

*> releases one of the ERP's answers (L or R, in field1) for the id
*> in field2 to the sort
releaseAnswer.
	add 1 to sortSeq.
	move field2(1:10) to sort-id.
	move 1 to sort-source.
	move sortSeq to sort-seq.
	move spaces to sort-roman.
	move zero to sort-value.
	move field1(1:1) to sort-ack.
	release sort-rec.

*> takes the sorted records back and writes each exported record to
*> the match work file with the ERP's answer for it
matchAnswers.
	open output matchFile.
	if matchFileStatus is not equal to "00"
		exit paragraph
	end-if.
	move 1 to matchOpen.
	move zero to sortEof.
	perform returnSorted.
	perform matchOneId until sortEof is equal to 1.
	close matchFile.

*> returns the next sorted record, setting sortEof at the end
returnSorted.
	return sortWork at end move 1 to sortEof end-return.

*> matches one id: its answers sort first, and the last one the ERP
*> sent stands (any before it are counted as repeats); answers for an
*> id that was never exported are counted and listed
matchOneId.
	move sort-id to heldId.
	move space to heldAck.
	move spaces to heldErrText.
	move zero to heldAnswers.
	perform until sortEof is equal to 1 or sort-id is not equal to heldId or sort-source is not equal to 1
		add 1 to heldAnswers
		move sort-ack to heldAck
		move sort-err-text to heldErrText
		perform returnSorted
	end-perform.
	if sortEof is equal to 1 or sort-id is not equal to heldId
		add heldAnswers to ackUnknown
		display " Acknowledged id " function trim(heldId) " was not in the export."
		exit paragraph
	end-if.
	if heldAnswers is greater than 1
		compute ackRepeated = ackRepeated + heldAnswers - 1
	end-if.
	perform until sortEof is equal to 1 or sort-id is not equal to heldId
		move sort-id to match-id
		move sort-roman to match-roman
		move sort-value to match-value
		move heldAck to match-ack
		move heldErrText to match-err-text
		write match-record
		perform returnSorted
	end-perform.

*> checks the acknowledgment's header against the export header (a
*> different run date or source file means it answers some other
*> delivery) and its trailer against the records actually exported
checkControlTotals.
	if ackHdrSeen is equal to zero
		display " *** Acknowledgment has no HDR record -- cannot tell which delivery it answers. ***"
		move 1 to ackWrongDelivery
	else
		if ackHdrDate is not equal to expHdrDate or function trim(ackHdrSource) is not equal to function trim(expHdrSource)
			display " *** Acknowledgment is for " function trim(ackHdrSource) " run " ackHdrDate ", export is " function trim(expHdrSource) " run " expHdrDate " ***"
			move 1 to ackWrongDelivery
		end-if
	end-if.
	if ackWrongDelivery is equal to 1
		display " *** Acknowledgment does not match this delivery -- conversion master not marked. ***"
		move 8 to return-code
	end-if.
	if expTrlSeen is equal to 1 and expTrlCount is not equal to expCount
		add 1 to controlFlags
		move expTrlCount to countOut
		display " *** Export trailer count " function trim(countOut) " does not match the records in the feed ***"
	end-if.
	if ackTrlSeen is equal to zero
		add 1 to controlFlags
		display " *** Acknowledgment has no TRL record -- receipt count not proven. ***"
	else
		if ackTrlCount is not equal to expCount
			add 1 to controlFlags
			move ackTrlCount to countOut
			display " *** ERP received " function trim(countOut) " records; export carried " expCount " ***"
		end-if
		if ackTrlHash is not equal to expHash
			add 1 to controlFlags
			move ackTrlHash to hashOut
			display " *** ERP hash total " function trim(hashOut) " does not match the export hash total ***"
		end-if
	end-if.

*> prints the refused and unacknowledged records and the totals
printAckReport.
	display " ".
	display "           ERP ACKNOWLEDGMENT RECONCILIATION".
	display " --------------------------------------------".
	display " Run date:         " runDate.
	display " Export feed:      " function trim(exportFileName) " (run " expHdrDate ")".
	display " Acknowledgment:   " function trim(ackFileName).
	display " ".
	display " REFUSED BY THE ERP".
	display "   ID          ROMAN NUMBER             VALUE  ERROR".
	perform openMatchFile.
	perform until matchEof is equal to 1
		evaluate match-ack
			when 'L'
				add 1 to ackLoaded
			when 'R'
				add 1 to ackRefused
				perform printAckLine
			when other
				add 1 to ackUnacked
		end-evaluate
		perform readMatchRecord
	end-perform.
	close matchFile.
	if ackRefused is equal to zero
		display "   (none)"
	end-if.
	display " ".
	display " NEVER ACKNOWLEDGED".
	display "   ID          ROMAN NUMBER             VALUE".
	perform openMatchFile.
	perform until matchEof is equal to 1
		if match-ack is equal to space
			perform printAckLine
		end-if
		perform readMatchRecord
	end-perform.
	close matchFile.
	if ackUnacked is equal to zero
		display "   (none)"
	end-if.
	display " ".
	display " Records exported:          " expCount.
	display " Loaded by the ERP:         " ackLoaded.
	display " Refused by the ERP:        " ackRefused.
	display " Never acknowledged:        " ackUnacked.
	if ackUnknown is greater than zero
		display " Acknowledged, not exported: " ackUnknown
	end-if.
	if ackRepeated is greater than zero
		display " Acknowledged more than once: " ackRepeated
	end-if.
	if ackBadLines is greater than zero
		display " Unrecognised lines:        " ackBadLines
	end-if.
	if controlFlags is greater than zero
		display " *** " controlFlags " control total discrepancy(ies) -- see above. ***"
	end-if.

*> opens the match work file and reads its first record
openMatchFile.
	open input matchFile.
	move zero to matchEof.
	perform readMatchRecord.

*> reads the next matched record, setting matchEof at the end
readMatchRecord.
	read matchFile at end move 1 to matchEof end-read.

*> formats and prints one refused or unacknowledged record
printAckLine.
	move match-id to ackIdOut.
	move match-roman to ackRomanOut.
	move match-value to ackValueOut.
	move match-err-text to ackTextOut.
	display print-ack.

*> marks each exported record on the conversion master as loaded,
*> refused or unacknowledged, provided the master still holds the
*> roman string that was exported, journalling every mark. The journal
*> is proved here but opened, written and closed for each mark, so
*> these lines never tear those of a converter partition alongside
markMasterRecords.
	open i-o masterFile.
	if masterFileStatus is not equal to "00"
		display "Cannot open the conversion master (status " masterFileStatus ") -- records not marked."
		move 8 to return-code
		exit paragraph
	end-if.
	open extend journalFile.
	if journalFileStatus is not equal to "00"
		open output journalFile
	end-if.
	if journalFileStatus is not equal to "00"
		display "Cannot open the master journal roman.jnl (status " journalFileStatus ") -- records not marked."
		close masterFile
		move 8 to return-code
		exit paragraph
	end-if.
	close journalFile.
	move 1 to masterOpen.
	perform openMatchFile.
	perform until matchEof is equal to 1
		perform markOneRecord
		perform readMatchRecord
	end-perform.
	close matchFile.
	close masterFile.
	move zero to masterOpen.

*> marks one exported record on the master
markOneRecord.
	move match-id to master-id.
	read masterFile
		invalid key
			add 1 to notOnMasterCount
			exit paragraph
	end-read.
	if masterFileStatus is equal to "51" or masterFileStatus is equal to "61"
		add 1 to lockedCount
		display " " function trim(match-id) ": conversion master record locked by another job (status " masterFileStatus ") -- not marked."
		exit paragraph
	end-if.
	if masterFileStatus is not equal to "00"
		add 1 to failedCount
		display " " function trim(match-id) ": conversion master read failed (status " masterFileStatus ") -- not marked."
		exit paragraph
	end-if.
	if function trim(master-roman) is not equal to function trim(match-roman)
		add 1 to supersededCount
		exit paragraph
	end-if.
	move master-record to jnlBeforeImage.
	if match-ack is equal to space
		move 'U' to master-ack-status
	else
		move match-ack to master-ack-status
	end-if.
	move runDate to master-ack-date.
	rewrite master-record.
	if masterFileStatus is not equal to "00"
		add 1 to failedCount
		display " " function trim(match-id) ": conversion master rewrite failed (status " masterFileStatus ") -- not marked."
		exit paragraph
	end-if.
	add 1 to markedCount.
	perform journalAckMark.

*> appends the before-image and after-image of the mark just made to
*> the master journal; a mark the journal could not take is counted
*> and ends the run RC 8
journalAckMark.
	open extend journalFile.
	if journalFileStatus is not equal to "00"
		open output journalFile
	end-if.
	if journalFileStatus is not equal to "00"
		add 1 to journalFailures
		display " " function trim(match-id) ": marked but roman.jnl could not be opened (status " journalFileStatus ") -- mark not journalled."
		exit paragraph
	end-if.
	move zero to journalWriteFailed.
	move function current-date to currentDateTime.
	move spaces to journalTimestamp.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		" " delimited by size
		cd-hour delimited by size
		":" delimited by size
		cd-minute delimited by size
		":" delimited by size
		cd-second delimited by size
		into journalTimestamp.
	move 'B' to jnlImageType.
	move 'Y' to jnlPresent.
	move jnlBeforeImage to jnlImage.
	perform writeJournalImage.
	move 'A' to jnlImageType.
	move master-record to jnlImage.
	perform writeJournalImage.
	close journalFile.
	if journalWriteFailed is equal to 1
		add 1 to journalFailures
		display " " function trim(match-id) ": marked but the roman.jnl write failed -- mark not fully journalled."
	end-if.

*> writes one journal line for the image held in jnlImage
writeJournalImage.
	move journalTimestamp to jnl-timestamp.
	move jnlImageType to jnl-image.
	move 'C' to jnl-action.
	move "ackRecon" to jnl-program.
	move exportFileName to jnl-source.
	move jnlPresent to jnl-present.
	move jnlImageId to jnl-id.
	move jnlImageRoman to jnl-roman.
	move jnlImageDecimal to jnl-decimal.
	move jnlImageTwelfths to jnl-twelfths.
	move jnlImageRundate to jnl-rundate.
	move jnlImageAckStatus to jnl-ack-status.
	move jnlImageAckDate to jnl-ack-date.
	move journal-line to journal-record.
	write journal-record.
	if journalFileStatus is not equal to "00"
		move 1 to journalWriteFailed
	end-if.

*> writes the refused records in the converter's input layout, under
*> a HDR naming the exporting department and a TRL control count, so
*> the corrected file can be fed straight back in
writeResubmission.
	if ackRefused is equal to zero
		exit paragraph
	end-if.
	open output resubFile.
	if resubFileStatus is not equal to "00"
		display "Cannot open " function trim(resubFileName) " -- refused records not written for resubmission."
		move 8 to return-code
		exit paragraph
	end-if.
	move spaces to resub-record.
	move "HDR" to resub-id.
	if expDept is equal to spaces or expDept is equal to "(none)"
		move runDate to resub-roman
	else
		string runDate delimited by size
			" " delimited by size
			function trim(expDept) delimited by size
			into resub-roman
	end-if.
	write resub-record.
	perform openMatchFile.
	perform until matchEof is equal to 1
		if match-ack is equal to 'R'
			move spaces to resub-record
			move match-id to resub-id
			move match-roman to resub-roman
			write resub-record
			add 1 to resubCount
		end-if
		perform readMatchRecord
	end-perform.
	close matchFile.
	move spaces to resub-record.
	move "TRL" to resub-id.
	move resubCount to resubCountOut.
	move function trim(resubCountOut) to resub-roman.
	write resub-record.
	close resubFile.

*> prints what was marked on the master and what was resubmitted
printMarkingSummary.
	display " ".
	display " Master records marked:     " markedCount.
	if supersededCount is greater than zero
		display " Changed since the export:  " supersededCount " (not marked)"
	end-if.
	if notOnMasterCount is greater than zero
		display " No longer on the master:   " notOnMasterCount
	end-if.
	if lockedCount is greater than zero or failedCount is greater than zero
		display " *** " lockedCount " record(s) locked by another job and " failedCount " failed were not marked --"
		display " *** run the reconciliation again once the other job has finished. ***"
	end-if.
	if journalFailures is greater than zero
		display " *** " journalFailures " mark(s) not journalled to roman.jnl -- take a master backup now. ***"
	end-if.
	if resubCount is greater than zero
		display " Refused records written to " function trim(resubFileName) " for resubmission: " resubCount
	end-if.
