*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> masterRecover.cob: Rebuilds the conversion master (roman.mst) from  *>
*> a backup copy by rolling the master journal forward.				  *>
*> 																	  *>
*> romanA3_1.cob and masterMaint.cob append a before-image and an	  *>
*> after-image to the master journal (roman.jnl) for every change	  *>
*> they make to roman.mst. When a bad delivery or a damaged file	  *>
*> corrupts the master, this program loads last night's copy of		  *>
*> roman.mst into a fresh master and re-applies, in order, every	  *>
*> journalled change made after the copy was taken and up to the	  *>
*> chosen recovery point, so only the deliveries after that point	  *>
*> need to be re-run instead of every delivery since the beginning.  *>
*> 																	  *>
*> Each change's before-image is checked against the master being	  *>
*> rebuilt before its after-image is applied; a disagreement means	  *>
*> the backup time given is wrong or the master was changed outside  *>
*> the journalled programs, and is listed on the recovery report	  *>
*> (the after-image is still applied). Journal entries later than	  *>
*> the recovery point are moved off roman.jnl to roman.jvd, so the	  *>
*> journal describes the recovered master and a later recovery from  *>
*> the same backup does not replay the discarded changes.			  *>
*> 																	  *>
*> A backup taken before the master carried the acknowledgment		  *>
*> fields is in the old 50-byte layout, keyed on the id alone, and	  *>
*> is read by putting -old ahead of the backup file name; its records *>
*> are loaded with the acknowledgment fields blank. The same flag	  *>
*> makes the one-time conversion of a master still in the old		  *>
*> layout: rename it (roman.mst to roman.old, say) and recover from	  *>
*> it with the current date and time as both the backup time and the  *>
*> recovery point, so the journal adds nothing, e.g.				  *>
*> 			./masterRecover -old roman.old 2026-10-15 18:00:00		  *>
*> 				2026-10-15 18:00:00									  *>
*> 																	  *>
*> A journal line that is not one the journalling programs write (an  *>
*> image other than B or A, a presence flag other than Y or N, a	  *>
*> malformed timestamp or a non-numeric value) is neither applied nor *>
*> moved off; it is kept on roman.jnl and listed on the report. Bad	  *>
*> lines, a backup record or journal image the new master refuses,	  *>
*> or a journal roll that cannot complete end the run with return	  *>
*> code 8; before-image disagreements alone end it with 4.			  *>
*> 																	  *>
*> The operator signs on first (the id may follow the recovery point  *>
*> on the command line) and must be allowed masterRecover on the	  *>
*> operator file (operators.dat); the recovery is refused otherwise.  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall masterRecover.cob operAuth.cob		  *>
*> This program can be executed by typing: 							  *>
*> 			./masterRecover [-old] <backup file> <backup YYYY-MM-DD>  *>
*> 				<backup HH:MM:SS> <recover to YYYY-MM-DD>			  *>
*> 				[<recover to HH:MM:SS>] [operator id]				  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. masterRecover.

environment division.
input-output section.
file-control.
select backupFile assign to backupFileName organization is indexed
	access is sequential record key is backup-id
	alternate record key is backup-decimal with duplicates
	file status is backupFileStatus.
select oldBackupFile assign to backupFileName organization is indexed
	access is sequential record key is old-backup-id
	file status is backupFileStatus.
select masterFile assign to "roman.mst" organization is indexed
	access is random record key is master-id
	alternate record key is master-decimal with duplicates
	file status is masterFileStatus.
select journalFile assign to "roman.jnl" organization is line sequential
	file status is journalFileStatus.
select journalWorkFile assign to "roman.jwk" organization is line sequential
	file status is journalWorkStatus.
select voidFile assign to "roman.jvd" organization is line sequential
	file status is voidFileStatus.

data division.
file section.
fd backupFile.
01 backup-record.
	05 backup-id pic x(10).
	05 backup-roman pic x(20).
	05 backup-decimal pic 9(8).
	05 backup-twelfths pic 99.
	05 backup-rundate pic x(10).
	05 backup-ack-status pic x.
	05 backup-ack-date pic x(10).

*> the master layout before the acknowledgment fields were added
fd oldBackupFile.
01 old-backup-record.
	05 old-backup-id pic x(10).
	05 old-backup-roman pic x(20).
	05 old-backup-decimal pic 9(8).
	05 old-backup-twelfths pic 99.
	05 old-backup-rundate pic x(10).

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

fd journalWorkFile.
01 journal-work-record pic x(150).

fd voidFile.
01 void-record pic x(150).

working-storage section.
01 eof-switch pic 9.
01 backupFileStatus pic xx.
01 backupFileName pic x(40).
01 masterFileStatus pic xx.
01 journalFileStatus pic xx.
01 journalWorkStatus pic xx.
01 voidFileStatus pic xx.
01 journalWorkName pic x(12) value "roman.jwk".

*> set when the journal roll or the copy back onto roman.jnl fails, so
*> roman.jnl is never truncated or the work file deleted on a bad roll
01 rollFailed pic 9.

*> the recovery request: the backup copy, the time it was taken (the
*> changes journalled up to then are already in it) and the point to
*> roll forward to (the end of the day when no time is given)
01 commandLine pic x(120).
01 backupDate pic x(10).
01 backupTime pic x(8).
01 recoverDate pic x(10).
01 recoverTime pic x(8).
01 backupTs pic x(19).
01 recoverTs pic x(19).
01 requestValid pic 9.
01 confirmChoice pic x.

*> operator sign-on, checked against the operator file through
*> operatorCheck; a recovery is refused outright (RC 8) for an
*> operator who is not allowed this program
01 operatorId pic x(8) value spaces.
01 operatorName pic x(30).
01 authProgram pic x(16) value "masterRecover".
01 authMode pic x value space.
01 authStatus pic 9.
01 signOnTries pic 9.
01 operatorSignedOn pic 9 value zero.

*> 1 when the backup copy is in the old 50-byte layout (-old)
01 layoutFlag pic x(8).
01 oldLayout pic 9 value zero.

*> one journal line, laid out as the converter and masterMaint write it
01 journal-line.
	05 jnl-timestamp pic x(19).
	05 filler pic x.
	05 jnl-image pic x.
	05 filler pic x.
	05 jnl-action pic x.
	05 filler pic x.
	05 jnl-program pic x(12).
	05 filler pic x.
	05 jnl-source pic x(40).
	05 filler pic x.
	05 jnl-present pic x.
	05 filler pic x.
	05 jnl-id pic x(10).
	05 filler pic x.
	05 jnl-roman pic x(20).
	05 filler pic x.
	05 jnl-decimal pic 9(8).
	05 filler pic x.
	05 jnl-twelfths pic 99.
	05 filler pic x.
	05 jnl-rundate pic x(10).
	05 filler pic x value space.
	05 jnl-ack-status pic x.
	05 filler pic x value space.
	05 jnl-ack-date pic x(10).

*> recovery counters
01 backupCount pic 9(8) value zero.
01 journalRead pic 9(8) value zero.
01 journalInBackup pic 9(8) value zero.
01 journalApplied pic 9(8) value zero.
01 journalVoided pic 9(8) value zero.
01 addCount pic 9(8) value zero.
01 changeCount pic 9(8) value zero.
01 deleteCount pic 9(8) value zero.
01 mismatchCount pic 9(6) value zero.
01 masterFound pic 9.
01 imageMatches pic 9.

*> backup records and journal images the new master refused, and
*> journal lines not in the journal layout; any of them ends the run
*> RC 8, since the rebuilt master is then not what was asked for
01 loadFailures pic 9(6) value zero.
01 applyFailures pic 9(6) value zero.
01 badLineCount pic 9(6) value zero.
01 entryValid pic 9.

*> before-image disagreements listed on the recovery report
01 mismatch-list.
	05 mismatch-entry occurs 200 times.
		10 mismatch-ts pic x(19).
		10 mismatch-id pic x(10).
		10 mismatch-program pic x(12).
		10 mismatch-source pic x(40).
01 mismIdx pic 9(3).
01 mismOverflow pic 9(6).

*> journal lines not in the journal layout, listed on the recovery
*> report by line number
01 badline-list.
	05 badline-entry occurs 200 times.
		10 badline-number pic 9(8).
		10 badline-text pic x(60).
01 badIdx pic 9(3).
01 badOverflow pic 9(6).

*> formatted header for the recovery report
01 title-line.
	05 filler pic x(11) value spaces.
	05 filler pic x(26) value 'CONVERSION MASTER RECOVERY'.

01 underline-1.
	05 filler pic x(45) value ' --------------------------------------------'.

procedure division.
	perform readRecoveryRequest.
	if requestValid is equal to 1
		perform signOnOperator
		if operatorSignedOn is equal to zero
			move zero to requestValid
			move 8 to return-code
		end-if
	end-if.
	if requestValid is equal to 1
		perform confirmRecovery
	end-if.
	if requestValid is equal to 1
		perform loadBackupCopy
	end-if.
	if requestValid is equal to 1
		perform rollJournalForward
		perform printRecoveryReport
		if mismatchCount is greater than zero and return-code is less than 4
			move 4 to return-code
		end-if
		if loadFailures is greater than zero or applyFailures is greater than zero or badLineCount is greater than zero
			move 8 to return-code
		end-if
	end-if.
stop run.

*> picks the backup file, the backup time, the recovery point and the
*> operator id up from the command line and checks they are usable; a
*> token after the recovery date that is not a time is the operator id
readRecoveryRequest.
	move zero to requestValid.
	move spaces to commandLine.
	move spaces to backupFileName.
	move spaces to backupDate.
	move spaces to backupTime.
	move spaces to recoverDate.
	move spaces to recoverTime.
	move zero to oldLayout.
	accept commandLine from command-line.
	move spaces to layoutFlag.
	unstring commandLine delimited by all " " into layoutFlag.
	inspect layoutFlag converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if layoutFlag is equal to "-OLD"
		move 1 to oldLayout
		unstring commandLine delimited by all " "
			into layoutFlag backupFileName backupDate backupTime recoverDate recoverTime operatorId
	else
		unstring commandLine delimited by all " "
			into backupFileName backupDate backupTime recoverDate recoverTime operatorId
	end-if.
	if recoverTime is not equal to spaces and recoverTime(3:1) is not equal to ':' and operatorId is equal to spaces
		move recoverTime to operatorId
		move spaces to recoverTime
	end-if.
	inspect operatorId converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if recoverTime is equal to spaces
		move "23:59:59" to recoverTime
	end-if.
	if backupFileName is equal to spaces or recoverDate is equal to spaces
		display "Usage: masterRecover [-old] <backup file> <backup YYYY-MM-DD> <backup HH:MM:SS> <recover to YYYY-MM-DD> [<recover to HH:MM:SS>] [operator id]"
		move 8 to return-code
		exit paragraph
	end-if.
	if backupDate(1:4) is not numeric or backupDate(5:1) is not equal to '-' or backupDate(6:2) is not numeric or backupDate(8:1) is not equal to '-' or backupDate(9:2) is not numeric
		or recoverDate(1:4) is not numeric or recoverDate(5:1) is not equal to '-' or recoverDate(6:2) is not numeric or recoverDate(8:1) is not equal to '-' or recoverDate(9:2) is not numeric
		display "Dates must be given as YYYY-MM-DD -- nothing recovered."
		move 8 to return-code
		exit paragraph
	end-if.
	if backupTime(1:2) is not numeric or backupTime(3:1) is not equal to ':' or backupTime(4:2) is not numeric or backupTime(6:1) is not equal to ':' or backupTime(7:2) is not numeric
		or recoverTime(1:2) is not numeric or recoverTime(3:1) is not equal to ':' or recoverTime(4:2) is not numeric or recoverTime(6:1) is not equal to ':' or recoverTime(7:2) is not numeric
		display "Times must be given as HH:MM:SS -- nothing recovered."
		move 8 to return-code
		exit paragraph
	end-if.
	move spaces to backupTs.
	string backupDate delimited by size
		" " delimited by size
		backupTime delimited by size
		into backupTs.
	move spaces to recoverTs.
	string recoverDate delimited by size
		" " delimited by size
		recoverTime delimited by size
		into recoverTs.
	if recoverTs is less than backupTs
		display "The recovery point " recoverTs " is earlier than the backup (" backupTs ") -- nothing recovered."
		move 8 to return-code
		exit paragraph
	end-if.
	move 1 to requestValid.

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
		display "Sign-on refused -- nothing recovered."
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
			display "Operator " function trim(operatorId) " is not authorized to run masterRecover."
		when other
			display "Cannot read the operator file operators.dat -- nothing can be authorized."
			move 3 to signOnTries
	end-evaluate.

*> the recovery replaces roman.mst outright, so the operator confirms
*> the request before anything is touched
confirmRecovery.
	display title-line.
	display underline-1.
	display " Backup copy:       " function trim(backupFileName) " (taken " backupTs ")".
	if oldLayout is equal to 1
		display " Backup layout:     old 50-byte records, acknowledgment fields loaded blank"
	end-if.
	display " Recover to:        " recoverTs.
	display "This replaces roman.mst and moves later journal entries to roman.jvd. Continue? (Y/N) ".
	accept confirmChoice.
	inspect confirmChoice converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if confirmChoice is not equal to 'Y'
		display "Recovery cancelled -- nothing changed."
		move zero to requestValid
	end-if.

*> loads the backup copy into a fresh roman.mst record by record and
*> leaves the new master open for the journal roll
loadBackupCopy.
	if oldLayout is equal to 1
		open input oldBackupFile
	else
		open input backupFile
	end-if.
	if backupFileStatus is not equal to "00"
		display "Cannot open the backup copy " function trim(backupFileName) " (status " backupFileStatus ") -- nothing recovered."
		move zero to requestValid
		move 8 to return-code
		exit paragraph
	end-if.
	open output masterFile.
	if masterFileStatus is not equal to "00"
		display "Cannot create roman.mst (status " masterFileStatus ") -- nothing recovered."
		perform closeBackupCopy
		move zero to requestValid
		move 8 to return-code
		exit paragraph
	end-if.
	move 1 to eof-switch.
	if oldLayout is equal to 1
		perform copyOldBackupRecord until eof-switch is equal to zero
	else
		perform copyBackupRecord until eof-switch is equal to zero
	end-if.
	perform closeBackupCopy.
	close masterFile.
	open i-o masterFile.
	if masterFileStatus is not equal to "00"
		display "Cannot reopen roman.mst (status " masterFileStatus ") -- journal not applied."
		move zero to requestValid
		move 8 to return-code
	end-if.

*> copies one backup record onto the fresh master
copyBackupRecord.
	read backupFile next record at end move zero to eof-switch end-read.
	if eof-switch is equal to zero
		exit paragraph
	end-if.
	move backup-record to master-record.
	perform writeLoadedRecord.

*> copies one old-layout backup record onto the fresh master, with the
*> acknowledgment fields blank as for a record never acknowledged
copyOldBackupRecord.
	read oldBackupFile next record at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero
		move old-backup-id to master-id
		move old-backup-roman to master-roman
		move old-backup-decimal to master-decimal
		move old-backup-twelfths to master-twelfths
		move old-backup-rundate to master-rundate
		move space to master-ack-status
		move spaces to master-ack-date
		perform writeLoadedRecord
	end-if.

*> writes one backup record onto the fresh master; a record the master
*> refuses is counted and listed, and ends the run RC 8
writeLoadedRecord.
	write master-record.
	if masterFileStatus is equal to "00"
		add 1 to backupCount
	else
		add 1 to loadFailures
		display " " function trim(master-id) ": backup record not loaded onto roman.mst (status " masterFileStatus ")."
	end-if.

*> closes whichever backup copy was opened
closeBackupCopy.
	if oldLayout is equal to 1
		close oldBackupFile
	else
		close backupFile
	end-if.

*> reads the journal end to end: entries up to the backup time are
*> already in the backup, entries after it and up to the recovery
*> point are applied, and entries past the recovery point are moved
*> off to roman.jvd; roman.jnl is then rewritten with what was kept.
*> roman.jnl is only truncated once the kept entries are safely in
*> roman.jwk, and roman.jwk is only deleted once they are back
rollJournalForward.
	move zero to rollFailed.
	open input journalFile.
	if journalFileStatus is not equal to "00"
		display " No master journal (roman.jnl) -- master restored from the backup alone."
		close masterFile
		exit paragraph
	end-if.
	open output journalWorkFile.
	if journalWorkStatus is not equal to "00"
		display "Cannot create the journal work file roman.jwk (status " journalWorkStatus ") -- journal not rolled forward."
		display "roman.mst holds the backup alone and roman.jnl is unchanged; run the recovery again."
		close journalFile
		close masterFile
		move 8 to return-code
		exit paragraph
	end-if.
	open extend voidFile.
	if voidFileStatus is not equal to "00"
		open output voidFile
	end-if.
	if voidFileStatus is not equal to "00"
		display "Cannot open roman.jvd (status " voidFileStatus ") -- journal not rolled forward."
		display "roman.mst holds the backup alone and roman.jnl is unchanged; run the recovery again."
		close journalFile
		close journalWorkFile
		close masterFile
		move 8 to return-code
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform rollOneEntry until eof-switch is equal to zero.
	close journalFile.
	close journalWorkFile.
	close voidFile.
	close masterFile.
	if rollFailed is equal to 1
		display "roman.jnl is unchanged and roman.mst is only partly rolled forward; run the recovery again."
		move 8 to return-code
		exit paragraph
	end-if.

	*> bring roman.jnl back as just the entries up to the recovery point
	open input journalWorkFile.
	if journalWorkStatus is not equal to "00"
		display "Cannot reopen roman.jwk (status " journalWorkStatus ") -- roman.jnl is unchanged and still holds"
		display "the entries moved to roman.jvd; remove them from roman.jnl before the next recovery."
		move 8 to return-code
		exit paragraph
	end-if.
	open output journalFile.
	if journalFileStatus is not equal to "00"
		display "Cannot rewrite roman.jnl (status " journalFileStatus ") -- the kept entries are in roman.jwk;"
		display "copy roman.jwk over roman.jnl before the next run."
		close journalWorkFile
		move 8 to return-code
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform copyWorkEntry until eof-switch is equal to zero.
	close journalWorkFile.
	close journalFile.
	if rollFailed is equal to 1
		display "Cannot write roman.jnl (status " journalFileStatus ") -- it is incomplete; the kept entries"
		display "are in roman.jwk: copy roman.jwk over roman.jnl before the next run."
		move 8 to return-code
		exit paragraph
	end-if.
	call "CBL_DELETE_FILE" using journalWorkName.

*> routes one journal line: counted as already in the backup, applied
*> to the master being rebuilt, or moved off past the recovery point
rollOneEntry.
	read journalFile at end move zero to eof-switch end-read.
	if eof-switch is equal to zero
		exit paragraph
	end-if.
	add 1 to journalRead.
	move journal-record to journal-line.
	perform validateEntry.
	if entryValid is equal to 1 and jnl-timestamp is greater than recoverTs
		move journal-record to void-record
		write void-record
		if voidFileStatus is not equal to "00"
			display "Cannot write roman.jvd (status " voidFileStatus ") -- journal not rolled forward past line " journalRead "."
			move 1 to rollFailed
			move zero to eof-switch
			exit paragraph
		end-if
		add 1 to journalVoided
		exit paragraph
	end-if.
	move journal-record to journal-work-record.
	write journal-work-record.
	if journalWorkStatus is not equal to "00"
		display "Cannot write the journal work file roman.jwk (status " journalWorkStatus ") -- journal not rolled forward past line " journalRead "."
		move 1 to rollFailed
		move zero to eof-switch
		exit paragraph
	end-if.
	if entryValid is equal to zero
		exit paragraph
	end-if.
	if jnl-timestamp is not greater than backupTs
		add 1 to journalInBackup
		exit paragraph
	end-if.
	add 1 to journalApplied.
	if jnl-image is equal to 'B'
		perform checkBeforeImage
	else
		perform applyAfterImage
	end-if.

*> checks one journal line is in the layout the journalling programs
*> write; a line that is not is kept on the journal but not applied,
*> and is counted and listed for the report
validateEntry.
	move 1 to entryValid.
	if jnl-image is not equal to 'B' and jnl-image is not equal to 'A'
		move zero to entryValid
	end-if.
	if jnl-present is not equal to 'Y' and jnl-present is not equal to 'N'
		move zero to entryValid
	end-if.
	if jnl-timestamp(1:4) is not numeric or jnl-timestamp(5:1) is not equal to '-' or jnl-timestamp(6:2) is not numeric or jnl-timestamp(8:1) is not equal to '-' or jnl-timestamp(9:2) is not numeric
		or jnl-timestamp(11:1) is not equal to ' ' or jnl-timestamp(12:2) is not numeric or jnl-timestamp(14:1) is not equal to ':' or jnl-timestamp(15:2) is not numeric or jnl-timestamp(17:1) is not equal to ':' or jnl-timestamp(18:2) is not numeric
		move zero to entryValid
	end-if.
	if jnl-decimal is not numeric or jnl-twelfths is not numeric
		move zero to entryValid
	end-if.
	if entryValid is equal to zero
		add 1 to badLineCount
		if badLineCount is less than or equal to 200
			move journalRead to badline-number(badLineCount)
			move journal-record to badline-text(badLineCount)
		end-if
	end-if.

*> copies one kept journal line from the work file back into the
*> rewritten roman.jnl
copyWorkEntry.
	read journalWorkFile at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero
		move journal-work-record to journal-record
		write journal-record
		if journalFileStatus is not equal to "00"
			move 1 to rollFailed
			move zero to eof-switch
		end-if
	end-if.

*> looks the change's id up on the master being rebuilt and checks it
*> holds what the journal says it held before the change
checkBeforeImage.
	perform readMasterForEntry.
	move zero to imageMatches.
	if jnl-present is equal to 'N'
		if masterFound is equal to zero
			move 1 to imageMatches
		end-if
	end-if.
	if jnl-present is equal to 'Y'
		if masterFound is equal to 1 and master-roman is equal to jnl-roman and master-decimal is equal to jnl-decimal and master-twelfths is equal to jnl-twelfths and master-rundate is equal to jnl-rundate and master-ack-status is equal to jnl-ack-status and master-ack-date is equal to jnl-ack-date
			move 1 to imageMatches
		end-if
	end-if.
	if imageMatches is equal to zero
		add 1 to mismatchCount
		if mismatchCount is less than or equal to 200
			move jnl-timestamp to mismatch-ts(mismatchCount)
			move jnl-id to mismatch-id(mismatchCount)
			move jnl-program to mismatch-program(mismatchCount)
			move jnl-source to mismatch-source(mismatchCount)
		end-if
	end-if.

*> applies one after-image: a present image is written (or rewritten
*> over the record already there), an absent one deletes the record;
*> a change the master refuses is counted and listed, and ends the run
*> RC 8
applyAfterImage.
	perform readMasterForEntry.
	if jnl-present is equal to 'N'
		if masterFound is equal to 1
			delete masterFile record
			if masterFileStatus is equal to "00"
				add 1 to deleteCount
			else
				perform reportApplyFailure
			end-if
		end-if
		exit paragraph
	end-if.
	if jnl-present is not equal to 'Y'
		exit paragraph
	end-if.
	move jnl-id to master-id.
	move jnl-roman to master-roman.
	move jnl-decimal to master-decimal.
	move jnl-twelfths to master-twelfths.
	move jnl-rundate to master-rundate.
	move jnl-ack-status to master-ack-status.
	move jnl-ack-date to master-ack-date.
	if masterFound is equal to 1
		rewrite master-record
		if masterFileStatus is equal to "00"
			add 1 to changeCount
		else
			perform reportApplyFailure
		end-if
	else
		write master-record
		if masterFileStatus is equal to "00"
			add 1 to addCount
		else
			perform reportApplyFailure
		end-if
	end-if.

*> reports one journalled change the master being rebuilt refused
reportApplyFailure.
	add 1 to applyFailures.
	display " " jnl-timestamp " " function trim(jnl-id) ": journal image not applied to roman.mst (status " masterFileStatus ").".

*> reads the journal entry's id from the master being rebuilt
readMasterForEntry.
	move zero to masterFound.
	move jnl-id to master-id.
	read masterFile
		invalid key
			move zero to masterFound
		not invalid key
			move 1 to masterFound
	end-read.

*> prints the recovery report
printRecoveryReport.
	display " ".
	display "           RECOVERY SUMMARY".
	display underline-1.
	display " Backup copy:             " function trim(backupFileName).
	display " Backup taken:            " backupTs.
	display " Recovered to:            " recoverTs.
	display " Records loaded from backup:      " backupCount.
	display " Journal lines read:              " journalRead.
	display "   already in the backup:         " journalInBackup.
	display "   rolled forward:                " journalApplied.
	display "   past the recovery point:       " journalVoided.
	display " Master records added:            " addCount.
	display " Master records changed:          " changeCount.
	display " Master records deleted:          " deleteCount.
	if loadFailures is greater than zero or applyFailures is greater than zero
		display " "
		display " *** " loadFailures " backup record(s) and " applyFailures " journal image(s) were refused by roman.mst ***"
		display " *** the rebuilt master is incomplete -- correct the cause and run the recovery again ***"
	end-if.
	if badLineCount is greater than zero
		display " "
		display " *** " badLineCount " journal line(s) are not in the journal layout and were not applied ***"
		display " *** they are kept on roman.jnl; correct or remove them and run the recovery again ***"
		perform varying badIdx from 1 by 1 until badIdx is greater than function min(badLineCount, 200)
			display "   line " badline-number(badIdx) ": " badline-text(badIdx)
		end-perform
		if badLineCount is greater than 200
			compute badOverflow = badLineCount - 200
			display "   ... and " badOverflow " more not shown"
		end-if
	end-if.
	if journalVoided is greater than zero
		display " Entries past the recovery point were moved to roman.jvd;"
		display " re-run the deliveries made after " recoverTs "."
	end-if.
	if mismatchCount is greater than zero
		display " "
		display " *** " mismatchCount " before-image(s) did not match the master being rebuilt ***"
		display " *** check the backup time, or look for changes made outside the journal ***"
		perform varying mismIdx from 1 by 1 until mismIdx is greater than function min(mismatchCount, 200)
			display "   " mismatch-ts(mismIdx) " " mismatch-id(mismIdx) " " function trim(mismatch-program(mismIdx)) " " function trim(mismatch-source(mismIdx))
		end-perform
		if mismatchCount is greater than 200
			compute mismOverflow = mismatchCount - 200
			display "   ... and " mismOverflow " more not shown"
		end-if
	end-if.
