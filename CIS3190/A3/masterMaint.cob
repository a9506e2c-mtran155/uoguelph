*> file with the reason code appended, like the converter does, so	  *>
*> the corrected transactions can feed straight back in.			  *>
*> 																	  *>
*> A transaction the master cannot take right now (its record is	  *>
*> locked by another job, or the write itself fails) is neither		  *>
*> applied nor rejected: it is written unchanged to a companion .lck  *>
*> file and the run ends with return code 8, so just those			  *>
*> transactions are run again once the other job has finished.		  *>
*> 																	  *>
*> Every applied transaction appends a before-image and an after-	  *>
*> image to the master journal (roman.jnl), the same journal the	  *>
*> converter writes, so masterRecover can roll maintenance forward	  *>
*> from a backup along with the deliveries. A change the journal	  *>
*> could not take is reported and ends the run with return code 8.	  *>
*> 																	  *>
*> Rejected transactions also open (or update) an item on the		  *>
*> standing reject suspense file (suspense.dat) the converter keeps, *>
*> and an applied ADD or CHANGE clears the open item for its id.	  *>
*> 																	  *>
*> The operator signs on first (the id may follow the file name on	  *>
*> the command line) and must be allowed masterMaint on the operator  *>
*> file (operators.dat). Each run leaves START and END records in the *>
*> run history (runhist.dat) under mode U with the operator's id.	  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall masterMaint.cob conv.cob operAuth.cob  *>
*> This program can be executed by typing: 							  *>
*> 			./masterMaint <transaction file> [operator id]			  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
	file status is txnFileStatus.
select rejFile assign to rejFileName organization is line sequential
	file status is rejFileStatus.
select lckFile assign to lckFileName organization is line sequential
	file status is lckFileStatus.
select masterFile assign to "roman.mst" organization is indexed
	access is random record key is master-id
	alternate record key is master-decimal with duplicates
	lock mode is automatic
	file status is masterFileStatus.
select journalFile assign to "roman.jnl" organization is line sequential
	file status is journalFileStatus.
select suspenseFile assign to "suspense.dat" organization is indexed
	access is random record key is susp-id
	lock mode is automatic
	file status is suspenseFileStatus.
select runHistFile assign to "runhist.dat" organization is line sequential
	file status is runHistStatus.

data division.
file section.
fd rejFile.
01 rej-record pic x(80).

fd lckFile.
01 lck-record.
	05 lck-action pic x.
	05 lck-id pic x(10).
	05 lck-roman pic x(20).

fd masterFile.
01 master-record.
	05 master-id pic x(10).
	05 master-decimal pic 9(8).
	05 master-twelfths pic 99.
	05 master-rundate pic x(10).
	05 master-ack-status pic x.
	05 master-ack-date pic x(10).

fd journalFile.
01 journal-record pic x(150).

fd suspenseFile.
01 suspense-record.
	05 susp-id pic x(10).
	05 susp-status pic x.
	05 susp-reason pic 99.
	05 susp-dept pic x(8).
	05 susp-first-date pic x(10).
	05 susp-last-date pic x(10).
	05 susp-times pic 9(4).
	05 susp-mode pic x.
	05 susp-source pic x(40).
	05 susp-cleared-date pic x(10).

fd runHistFile.
01 runhist-record pic x(150).

working-storage section.
01 eof-switch pic 9 value 1.
01 txnRejected pic 9.
01 masterFound pic 9.

*> transactions held back because another job (a partition of the
*> converter) holds the master record (status 51) or the master (61),
*> or because the master refused the write; they are neither applied
*> nor rejected but written in transaction layout to the companion
*> .lck file, and the run ends RC 8 so that file is run again
01 lockedTxns pic 9(6) value zero.
01 failedTxns pic 9(6) value zero.
01 txnHeld pic 9.
01 lckFileName pic x(45).
01 lckFileStatus pic xx.

*> run date stamped on added/changed master records
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

*> applied changes that could not be journalled; the run ends RC 8,
*> since masterRecover could not replay them
01 journalFailures pic 9(6) value zero.
01 journalWriteFailed pic 9.

*> master change journal (roman.jnl), shared with the converter: a
*> before-image and an after-image line for every applied
*> transaction, an image that does not exist (the before-image of an
*> ADD, the after-image of a DELETE) being marked absent
01 journalFileStatus pic xx.
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

*> standing reject suspense file shared with the converter; the
*> maintenance transactions carry no file header, so a new item is
*> opened under department "(none)" and an existing item keeps the
*> department the converter gave it
01 suspenseFileStatus pic xx.
01 suspenseOpen pic 9 value zero.

01 commandLine pic x(80).

*> operator sign-on, checked against the operator file through
*> operatorCheck; a maintenance run is refused outright (RC 8) for an
*> operator who is not allowed this program
01 operatorId pic x(8) value spaces.
01 operatorName pic x(30).
01 authProgram pic x(16) value "masterMaint".
01 authMode pic x value space.
01 authStatus pic 9.
01 signOnTries pic 9.
01 operatorSignedOn pic 9 value zero.

*> run history shared with the converter: a START and an END record
*> per maintenance run, in mode U, each carrying the operator id
01 runHistStatus pic xx.
01 runhist-line pic x(150).
01 runTimestamp pic x(19).
01 runRC pic 99.

*> before/after images for the maintenance report
01 beforeImage pic x(60).
01 afterImage pic x(60).
procedure division.
	perform buildRunDate.
	perform readRunParameters.
	perform signOnOperator.
	if operatorSignedOn is equal to zero
		move 8 to return-code
		stop run
	end-if.
	perform writeRunStart.
	perform openMasterFile.
	if masterOpen is equal to 1
		perform openSuspenseFile
		perform applyTransactionFile
		perform closeSuspenseFile
		perform closeMasterFile
		perform printMaintenanceSummary
	end-if.
	if txnCountRejected is greater than zero and return-code is less than 4
		move 4 to return-code
	end-if.
	if lockedTxns is greater than zero or failedTxns is greater than zero
		display " " lockedTxns " transaction(s) held up by a lock and " failedTxns " refused by the master were not applied;"
		display " they are in " function trim(lckFileName) " -- run that file once the other job has finished."
		move 8 to return-code
	end-if.
	if journalFailures is greater than zero
		display " " journalFailures " applied change(s) were not journalled to roman.jnl -- take a master backup now."
		move 8 to return-code
	end-if.
	move return-code to runRC.
	perform writeRunEnd.
	move runRC to return-code.
stop run.

*> formats function current-date into the "YYYY-MM-DD" run date
		cd-day delimited by size
		into runDate.

*> picks the transaction file name (and optionally the operator id)
*> up from the command line, or prompts for the file name when the
*> program is run without one
readRunParameters.
	move spaces to commandLine.
	accept commandLine from command-line.
	if commandLine is not equal to spaces
		move spaces to txnFileName
		unstring commandLine delimited by all " "
			into txnFileName operatorId
	else
		display "Please enter the maintenance transaction file name: "
		accept txnFileName
	end-if.
	inspect operatorId converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

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
		display "Sign-on refused -- no maintenance applied."
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
			display "Operator " function trim(operatorId) " is not authorized to run masterMaint."
		when other
			display "Cannot read the operator file operators.dat -- nothing can be authorized."
			move 3 to signOnTries
	end-evaluate.

*> appends one record to the run-history file, creating it on first use
appendRunHistory.
	open extend runHistFile.
	if runHistStatus is not equal to "00"
		open output runHistFile
	end-if.
	move runhist-line to runhist-record.
	write runhist-record.
	close runHistFile.

*> stamps runTimestamp with the current "YYYY-MM-DD HH:MM:SS"
buildRunTimestamp.
	move function current-date to currentDateTime.
	move spaces to runTimestamp.
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
		into runTimestamp.

*> records the start of the maintenance run (mode U, the transaction
*> file and the operator) in the run history
writeRunStart.
	perform buildRunTimestamp.
	move spaces to runhist-line.
	string "START | " delimited by size
		runTimestamp delimited by size
		" | U | " delimited by size
		function trim(txnFileName) delimited by size
		" | " delimited by size
		function trim(operatorId) delimited by size
		into runhist-line.
	perform appendRunHistory.

*> records the end of the maintenance run in the run history, in the
*> converter's END layout: transactions read, applied and rejected,
*> the return code, department "(none)" (maintenance carries no file
*> header) and the operator
writeRunEnd.
	perform buildRunTimestamp.
	move spaces to runhist-line.
	string "END | " delimited by size
		runTimestamp delimited by size
		" | U | " delimited by size
		function trim(txnFileName) delimited by size
		" | " delimited by size
		txnCountTotal delimited by size
		" | " delimited by size
		txnCountApplied delimited by size
		" | " delimited by size
		txnCountRejected delimited by size
		" | " delimited by size
		runRC delimited by size
		" | (none) | " delimited by size
		function trim(operatorId) delimited by size
		into runhist-line.
	perform appendRunHistory.

*> opens the conversion master for update; unlike the converter this
*> program never creates the master -- maintaining a master that does
*> not exist yet is a keying error, not a first run.  The journal is
*> proved alongside it, and no maintenance is applied when it cannot
*> be opened, since an unjournalled change could not be recovered; it
*> is then opened, written and closed for each change so this run's
*> lines never tear those of a converter partition running alongside
openMasterFile.
	move zero to masterOpen.
	open i-o masterFile.
	else
		display "Cannot open the conversion master (status " masterFileStatus ") -- no maintenance applied."
		move 8 to return-code
		exit paragraph
	end-if.
	open extend journalFile.
	if journalFileStatus is not equal to "00"
		open output journalFile
	end-if.
	if journalFileStatus is not equal to "00"
		display "Cannot open the master journal roman.jnl (status " journalFileStatus ") -- no maintenance applied."
		close masterFile
		move zero to masterOpen
		move 8 to return-code
		exit paragraph
	end-if.
	close journalFile.

*> closes the conversion master after the maintenance run
closeMasterFile.
			".rej" delimited by size
			into rejFileName
		open output rejFile
		move spaces to lckFileName
		string function trim(txnFileName) delimited by size
			".lck" delimited by size
			into lckFileName
		open output lckFile
		display title-line
		display underline-1
		perform applyOneTransaction until eof-switch is equal to zero
		close txnFile
		close rejFile
		close lckFile
	end-if.

*> reads one maintenance transaction, applies it against the master
	if eof-switch is not equal to zero
		add 1 to txnCountTotal
		move zero to txnRejected
		move zero to txnHeld
		move zero to reasonCode
		inspect txn-action converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		inspect txn-roman converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		perform readMasterForTxn
		if masterFileStatus is equal to "51" or masterFileStatus is equal to "61"
			perform holdTransaction
			exit paragraph
		end-if

		evaluate txn-action
			when 'A'
				move 1 to txnRejected
				move 17 to reasonCode
		end-evaluate
		if txnHeld is equal to 1
			exit paragraph
		end-if

		if txnRejected is equal to 1
			add 1 to txnCountRejected
			perform writeRejectRecord
			perform recordSuspenseReject
		else
			add 1 to txnCountApplied
			if txn-action is not equal to 'D'
				perform clearSuspenseItem
			end-if
			display " " txn-action " " txn-id
			display "   before: " function trim(beforeImage)
			display "   after:  " function trim(afterImage)
			move "(not on master)" to beforeImage
		not invalid key
			move 1 to masterFound
			move master-record to jnlBeforeImage
			perform buildBeforeImage
	end-read.

	move romanValue to master-decimal.
	move cvTwelfths to master-twelfths.
	move runDate to master-rundate.
	move space to master-ack-status.
	move spaces to master-ack-date.
	write master-record.
	if masterFileStatus is not equal to "00"
		perform holdTransaction
		exit paragraph
	end-if.
	add 1 to addCount.
	perform buildAfterImage.
	perform journalMaintenance.

*> changes an existing master record's roman string (and so its
*> decimal value); an unknown id is a reject (reason 15)
	move romanValue to master-decimal.
	move cvTwelfths to master-twelfths.
	move runDate to master-rundate.
	move space to master-ack-status.
	move spaces to master-ack-date.
	rewrite master-record.
	if masterFileStatus is not equal to "00"
		perform holdTransaction
		exit paragraph
	end-if.
	add 1 to changeCount.
	perform buildAfterImage.
	perform journalMaintenance.

*> deletes a retired id from the master; an unknown id is a reject
*> (reason 15)
		exit paragraph
	end-if.
	delete masterFile record.
	if masterFileStatus is not equal to "00"
		perform holdTransaction
		exit paragraph
	end-if.
	add 1 to deleteCount.
	move "(deleted)" to afterImage.
	perform journalMaintenance.

*> appends the before-image and after-image of the transaction just
*> applied to the master journal; the before-image was saved when the
*> id was looked up, and master-record holds the record as written.
*> A change the journal could not take is counted and ends the run RC 8
journalMaintenance.
	open extend journalFile.
	if journalFileStatus is not equal to "00"
		open output journalFile
	end-if.
	if journalFileStatus is not equal to "00"
		add 1 to journalFailures
		display " *** " function trim(txn-id) ": master changed but roman.jnl could not be opened (status " journalFileStatus ") -- change not journalled. ***"
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
	if txn-action is equal to 'A'
		move 'N' to jnlPresent
		initialize jnlImage
		move txn-id to jnlImageId
	else
		move 'Y' to jnlPresent
		move jnlBeforeImage to jnlImage
	end-if.
	perform writeJournalImage.
	move 'A' to jnlImageType.
	if txn-action is equal to 'D'
		move 'N' to jnlPresent
		initialize jnlImage
		move txn-id to jnlImageId
	else
		move 'Y' to jnlPresent
		move master-record to jnlImage
	end-if.
	perform writeJournalImage.
	close journalFile.
	if journalWriteFailed is equal to 1
		add 1 to journalFailures
		display " *** " function trim(txn-id) ": master changed but the roman.jnl write failed -- change not fully journalled. ***"
	end-if.

*> writes one journal line for the image held in jnlImage
writeJournalImage.
	move journalTimestamp to jnl-timestamp.
	move jnlImageType to jnl-image.
	move txn-action to jnl-action.
	move "masterMaint" to jnl-program.
	move txnFileName to jnl-source.
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

*> opens the reject suspense file, creating it on first use; the run
*> goes ahead without it (with a warning) when it cannot be opened
openSuspenseFile.
	move zero to suspenseOpen.
	open i-o suspenseFile.
	if suspenseFileStatus is equal to "35"
		open output suspenseFile
		close suspenseFile
		open i-o suspenseFile
	end-if.
	if suspenseFileStatus is equal to "00"
		move 1 to suspenseOpen
	else
		display "Cannot open the reject suspense file (status " suspenseFileStatus ") -- rejects will not be tracked."
	end-if.

*> closes the reject suspense file after the maintenance run
closeSuspenseFile.
	if suspenseOpen is equal to 1
		close suspenseFile
		move zero to suspenseOpen
	end-if.

*> opens a suspense item for the rejected transaction's id, or updates
*> the item already open for it; an item cleared earlier is reopened
recordSuspenseReject.
	if suspenseOpen is not equal to 1
		exit paragraph
	end-if.
	move txn-id to susp-id.
	read suspenseFile
		invalid key
			move txn-id to susp-id
			move 'O' to susp-status
			move reasonCode to susp-reason
			move "(none)" to susp-dept
			move runDate to susp-first-date
			move runDate to susp-last-date
			move 1 to susp-times
			move 'U' to susp-mode
			move txnFileName to susp-source
			move spaces to susp-cleared-date
			write suspense-record
		not invalid key
			if susp-status is not equal to 'O'
				move 'O' to susp-status
				move runDate to susp-first-date
				move zero to susp-times
				move spaces to susp-cleared-date
			end-if
			if susp-times is less than 9999
				add 1 to susp-times
			end-if
			move reasonCode to susp-reason
			move runDate to susp-last-date
			move 'U' to susp-mode
			move txnFileName to susp-source
			rewrite suspense-record
	end-read.

*> clears the open suspense item (if any) for an id an ADD or CHANGE
*> has just put right on the master
clearSuspenseItem.
	if suspenseOpen is not equal to 1
		exit paragraph
	end-if.
	move txn-id to susp-id.
	read suspenseFile
		invalid key
			continue
		not invalid key
			if susp-status is equal to 'O'
				move 'C' to susp-status
				move runDate to susp-cleared-date
				rewrite suspense-record
			end-if
	end-read.

*> converts the transaction's roman string through the same
*> "conversion" subroutine the converter uses, rejecting the
		move 1 to txnRejected
	end-if.

*> holds back a transaction the master could not take: a lock held by
*> another job or a refused write. It is not journalled or counted as
*> applied, but written unchanged to the .lck file to be run again
holdTransaction.
	move 1 to txnHeld.
	if masterFileStatus is equal to "51" or masterFileStatus is equal to "61"
		add 1 to lockedTxns
		display " LOCKED   " function trim(txn-id) ": conversion master record in use by another job (status " masterFileStatus ") -- not applied"
	else
		add 1 to failedTxns
		display " FAILED   " function trim(txn-id) ": conversion master update refused (status " masterFileStatus ") -- not applied"
	end-if.
	move txn-action to lck-action.
	move txn-id to lck-id.
	move txn-roman to lck-roman.
	write lck-record.

*> writes the rejected transaction to the companion .rej file in the
*> same layout as the transaction input, with the reason code appended
writeRejectRecord.
	display "   Changed:             " changeCount.
	display "   Deleted:             " deleteCount.
	display " Transactions rejected: " txnCountRejected.
	if lockedTxns is greater than zero or failedTxns is greater than zero
		display " Transactions held:     " lockedTxns " locked, " failedTxns " refused (see " function trim(lckFileName) ")"
	end-if.
