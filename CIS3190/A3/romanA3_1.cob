*> 																	  *>
*> This program can be compiled by typing: 	         				  *>
*> 			cobc -x -free -Wall romanA3_1.cob conv.cob convToRoman.cob *>
*> 				histConv.cob operAuth.cob							  *>
*> This program can be executed by typing: 							  *>
*> 			./romanA3_1												  *> 
*>    																  *> 																	
select reportFile assign to reportFileName organization is line sequential
	file status is reportFileStatus.
select masterFile assign to "roman.mst" organization is indexed
	access is dynamic record key is master-id
	alternate record key is master-decimal with duplicates
	lock mode is automatic
	file status is masterFileStatus.
select journalFile assign to "roman.jnl" organization is line sequential
	file status is journalFileStatus.
select suspenseFile assign to "suspense.dat" organization is indexed
	access is random record key is susp-id
	lock mode is automatic
	file status is suspenseFileStatus.
select accountFile assign to "accounts.dat" organization is indexed
	access is random record key is acct-id
	lock mode is automatic
	file status is accountFileStatus.
select postHistFile assign to "postings.dat" organization is line sequential
	file status is postHistStatus.

data division.
file section.
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

*> ledger account balance file, keyed on the account id; the balance
*> is held in twelfths so fractional amounts post exactly
fd accountFile.
01 account-record.
	05 acct-id pic x(10).
	05 acct-balance pic 9(10).
	05 acct-dept pic x(8).
	05 acct-opened-date pic x(10).
	05 acct-last-date pic x(10).
	05 acct-postings pic 9(6).

fd postHistFile.
01 posthist-record pic x(150).

working-storage section.
01 eof-switch pic 9 value 1.
01 pruneIdx pic 99.
01 pruneName pic x(30).
01 auditSource pic x(46).
01 auditInput pic x(60).
01 auditResult pic x(60).
01 auditResultNum pic z(9).
01 auditErr pic 9.
01 masterFileStatus pic xx.
01 masterOpen pic 9 value zero.
01 dupCount pic 9(6) value zero.

*> roman.mst and suspense.dat are opened with automatic record locking
*> so concurrent partition jobs can share them; an update refused
*> because another job holds the record (status 51) or the file (61)
*> is counted here and fails the run with RC 8, since those ids were
*> converted but never reached the master or the suspense file
01 lockedUpdates pic 9(6) value zero.

*> master writes refused for any other reason (a duplicate add, an
*> I/O error); they are not journalled, and the run ends RC 8
01 failedUpdates pic 9(6) value zero.

*> master changes that could not be journalled to roman.jnl; the run
*> ends RC 8, since masterRecover could not replay them
01 journalFailures pic 9(6) value zero.
01 journalWriteFailed pic 9.
01 inquiryId pic x(10).
01 runDate pic x(10).

*> inquiry listings over the master: a browse forward and back a page
*> at a time from a starting id, an id-range listing, and a listing
*> of every id with a given decimal value (or value range) read down
*> the alternate key on master-decimal; any listing can also go to a
*> paginated print-image report (inquiry-YYYYMMDD-HHMMSS.rpt)
01 inquiryChoice pic x.
01 inquiryPrint pic x.
01 inquiryFromId pic x(10).
01 inquiryToId pic x(10).
01 inquiryValueText pic x(20).
01 inquiryLowText pic x(10).
01 inquiryHighText pic x(10).
01 inquiryDigits pic 99.
01 inquiryLowValue pic 9(8).
01 inquiryHighValue pic 9(8).
01 inquiryValid pic 9.
01 inquiryEof pic 9.
01 inquiryCount pic 9(6).
01 browseChoice pic x.
01 browseCount pic 99.
01 browseIdx pic 99.
01 browseFirstId pic x(10).
01 browseLastId pic x(10).
01 browse-page.
	05 browse-record pic x(61) occurs 15 times.

*> master change journal (roman.jnl): every write or rewrite of a
*> master record appends a before-image and an after-image line,
*> stamped with the time, the program and the source file, so the
*> recovery program (masterRecover.cob) can rebuild roman.mst from
*> last night's copy by rolling the journal forward.  An image that
*> does not exist (the before-image of an add) is marked absent
01 journalFileStatus pic xx.
01 jnlAction pic x.
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

*> standing reject suspense file (suspense.dat, keyed on record-id):
*> every reject written to a .rej file opens an item for its id (or
*> updates the open one) with the reason code, the HDR department and
*> the date it was first rejected, and a later successful conversion
*> of the same id clears the item, so the aging report
*> (suspenseAging.cob) can chase rejects nobody ever corrected.  A
*> cleared item that is rejected again is reopened from that date
01 suspenseFileStatus pic xx.
01 suspenseOpen pic 9 value zero.
01 suspId pic x(10).

*> run-history file: every batch run appends a START record when the
*> input file is opened and an END record (with the run's counts and
*> return code) when it finishes, so the morning operations check can
01 transTwelfths pic 99.
01 transRejected pic 9.

*> roman ledger posting mode: each record names an account and a
*> roman amount with an action (O open the account with the amount
*> as its opening balance -- blank or NULLA for nothing, C credit, D
*> debit); the balance on the account file (accounts.dat) is carried
*> in twelfths like the transaction mode's arithmetic, and every
*> posting is appended to the posting history (postings.dat) with the
*> balance it left, for the statement program (ledgerStmt.cob).
*> Rejects go through the usual reject reporting (reason 18 = unknown
*> account, 19 = debit would overdraw the account, 20 = account
*> already open, 21 = invalid posting action, 11 = balance out of
*> range, 24 = account held by another job, 25 = account file update
*> failed); 24 and 25 also end the run RC 8, and a posting the history
*> could not take ends it RC 8 as well, since its balance has moved
01 post-data.
	05 post-id pic x(10).
	05 post-account pic x(10).
	05 post-action pic x.
	05 post-amount pic x(20).
01 rej-post-line.
	05 rej-post-id pic x(10).
	05 rej-post-account pic x(10).
	05 rej-post-action pic x.
	05 rej-post-amount pic x(20).
	05 rej-post-reason pic 99.
01 accountFileStatus pic xx.
01 postHistStatus pic xx.
01 postAmount pic 9(10).
01 postBalance pic 9(10).
01 postValue pic 9(8).
01 postTwelfths pic 99.
01 posthist-line.
	05 ph-date pic x(10).
	05 filler pic x value space.
	05 ph-time pic x(8).
	05 filler pic x value space.
	05 ph-account pic x(10).
	05 filler pic x value space.
	05 ph-id pic x(10).
	05 filler pic x value space.
	05 ph-action pic x.
	05 filler pic x value space.
	05 ph-amount pic 9(10).
	05 filler pic x value space.
	05 ph-balance pic 9(10).
	05 filler pic x value space.
	05 ph-source pic x(40).

*> optional file-level control records: a header record (id "HDR",
*> value field carrying the file date and originating department) and
*> a trailer record (id "TRL", value field carrying the expected
01 countPhrase pic x(24).
01 romanDateOut pic x(60).

*> reverse date mode: a classical date phrase as the ledgers give it
*> ("a.d. III Kal. Apr. MDCCCL", "Idibus Martiis MDCCCL", "pridie
*> Nonas Maias MMXXVI"), in full or abbreviated form, is read back to
*> its modern YYYY-MM-DD date under the same ides/nones/month-length
*> rules the date mode renders them with; the day count and year are
*> read under the lenient historical profile since the phrases come
*> from the archival ledgers.  Rejects go through the usual reject
*> reporting (reason 22 = not a roman calendar date, 23 = names a day
*> that cannot exist)
01 rev-data.
	05 rev-id pic x(10).
	05 rev-phrase pic x(60).
	05 filler pic x(10).
01 rej-rev-line.
	05 rej-rev-id pic x(10).
	05 rej-rev-phrase pic x(60).
	05 rej-rev-reason pic 99.
01 revPhrase pic x(60).
01 revTokens.
	05 revTok pic x(20) occurs 8 times.
01 revTokCount pic 99.
01 revOverflow pic 9.
01 revIdx pic 99.
01 revKind pic x.
01 revMarker pic x.
01 revMonthTok pic x(20).
01 revMonth pic 99.
01 revMonthIdx pic 99.
01 revDateOut pic x(10).

*> latin month names in the accusative (after "ante diem"/"pridie")
*> and ablative (on the marker day itself) cases
01 month-acc-values.
	05 filler pic x(24) value '312831303130313130313031'.
01 month-days redefines month-days-values.
	05 monthDays pic 99 occurs 12 times.
*> the first three letters every form of a month name starts with
*> (a J in the keyed name is read as an I)
01 month-abbr-values.
	05 filler pic x(36) value 'IANFEBMARAPRMAIIUNIULAUGSEPOCTNOVDEC'.
01 month-abbr redefines month-abbr-values.
	05 monthAbbr pic x(3) occurs 12 times.

*> unattended scheduler mode: the run mode and input file name come
*> from the command line ("Y nightly.txt") or from a parameter file
*> instead of carrying on
01 stopToken pic x(10).
01 stopOnRC8 pic 9 value zero.

*> operator sign-on: an interactive session asks for the operator id,
*> an unattended run carries its job owner as a further command-line
*> (or parameter file) token after the file name, in either order with
*> STOP ("Y nightly.txt OPS01").  The operator must be on operators.dat
*> (see operAuth.cob) and allowed this program and each run mode used;
*> the id is written on every audit entry and run-history record.
*> Month-end audit rotation (mode A) waits for an operator allowed it
01 ownerToken pic x(10).
01 optionSwap pic x(10).
01 jobOwnerId pic x(8) value spaces.
01 operatorId pic x(8) value spaces.
01 operatorName pic x(30).
01 authProgram pic x(16) value "romanA3_1".
01 authMode pic x.
01 authStatus pic 9.
01 signOnTries pic 9.
01 operatorSignedOn pic 9 value zero.
01 menuRefused pic 9 value zero.
01 manifestEof pic 9.
01 streamStopped pic 9 value zero.
01 streamCount pic 9(3) value zero.
    05 filler pic x(13) value spaces.
    05 filler pic x(12) value '------------'.

*> formatted header for the conversion master listings
01 title-line7.
	05 filler pic x(11) value spaces.
	05 filler pic x(26) value 'CONVERSION MASTER LISTING '.

01 col-heads7.
	05 filler pic x(1) value space.
	05 filler pic x(10) value 'ID        '.
	05 filler pic x(2) value spaces.
	05 filler pic x(20) value 'ROMAN NUMBER        '.
	05 filler pic x(3) value spaces.
	05 filler pic x(9) value 'DEC EQUIV'.
	05 filler pic x(9) value spaces.
	05 filler pic x(10) value 'RUN DATE  '.

01 underline-7.
	05 filler pic x(64) value ' ----------  --------------------   ----------------  ----------'.

*> formatted print statement for one conversion master record
01 print-master.
	05 filler pic x value space.
	05 mstIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 mstRomanOut pic x(20).
	05 filler pic x(3) value spaces.
	05 mstDecimalOut pic z(9).
	05 mstFracOut pic x(7).
	05 filler pic x(2) value spaces.
	05 mstRundateOut pic x(10).

*> formatted print statement to show converted decimal
01 print-decimal-roman.
	05 filler pic x value space.
	05 transDecimalOut pic z(9).
	05 transFracOut pic x(7).

*> formatted header for the ledger posting table
01 title-line8.
	05 filler pic x(11) value spaces.
	05 filler pic x(26) value 'ROMAN LEDGER POSTINGS     '.

01 col-heads8.
	05 filler pic x(1) value space.
	05 filler pic x(10) value 'ID        '.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'ACCOUNT   '.
	05 filler pic x(2) value spaces.
	05 filler pic x(1) value 'A'.
	05 filler pic x(2) value spaces.
	05 filler pic x(20) value 'AMOUNT              '.
	05 filler pic x(2) value spaces.
	05 filler pic x(36) value 'NEW BALANCE                         '.
	05 filler pic x(2) value spaces.
	05 filler pic x(9) value 'DEC EQUIV'.

01 underline-8.
	05 filler pic x(97) value ' ----------  ----------  -  --------------------  ------------------------------------  ---------'.

*> formatted print statement for one ledger posting
01 print-post.
	05 filler pic x value space.
	05 postIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 postAccountOut pic x(10).
	05 filler pic x(2) value spaces.
	05 postActionOut pic x.
	05 filler pic x(2) value spaces.
	05 postAmountOut pic x(20).
	05 filler pic x(2) value spaces.
	05 postRomanOut pic x(36).
	05 filler pic x(2) value spaces.
	05 postDecimalOut pic z(9).
	05 postFracOut pic x(7).

*> formatted header for the normalization table
01 title-line4.
	05 filler pic x(11) value spaces.
	05 filler pic x(3) value spaces.
	05 romanDateDisplay pic x(60).

*> formatted header for the reverse date table
01 title-line9.
	05 filler pic x(11) value spaces.
	05 filler pic x(26) value 'ROMAN DATES READ BACK     '.

01 col-heads9.
	05 filler pic x(1) value space.
	05 filler pic x(10) value 'ID        '.
	05 filler pic x(2) value spaces.
	05 filler pic x(50) value 'ROMAN DATE                                        '.
	05 filler pic x(3) value spaces.
	05 filler pic x(10) value 'DATE      '.

01 underline-9.
	05 filler pic x(76) value ' ----------  --------------------------------------------------   ----------'.

*> formatted print statement for one date read back
01 print-revdate.
	05 filler pic x value space.
	05 revIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 revPhraseOut pic x(50).
	05 filler pic x(3) value spaces.
	05 revDateDisplay pic x(10).

procedure division.
	perform readRunParameters.
	perform signOnOperator.
	if operatorSignedOn is equal to 1
		perform openAuditLog
		if batchMode is equal to 1
			perform runScheduledJob
		else
			perform mainProgram
		end-if
	else
		move 8 to schedulerRC
	end-if.
	move schedulerRC to return-code.
stop run.

*> picks up an unattended run request from the command line: either
*> "<mode> <file> [owner] [STOP]" directly, or "PARM <file>" naming a
*> parameter file whose first record carries the same tokens; an empty
*> command line means the usual interactive session
readRunParameters.
	move zero to batchMode.
	move spaces to commandLine.
		move spaces to runModeToken
		move spaces to runFileName
		move spaces to stopToken
		move spaces to ownerToken
		unstring commandLine delimited by all " "
			into runModeToken runFileName stopToken ownerToken
		inspect runModeToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		if runModeToken is equal to "PARM"
			perform readParameterFile
		end-if
		move runModeToken(1:1) to runMode
		perform sortRunOptions
	end-if.

*> sorts out the tokens after the file name: STOP and the job owner id
*> may come in either order, and either may be left off
sortRunOptions.
	inspect stopToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	inspect ownerToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if stopToken is not equal to "STOP" and stopToken is not equal to spaces
		move stopToken to optionSwap
		move ownerToken to stopToken
		move optionSwap to ownerToken
	end-if.
	if stopToken is equal to "STOP"
		move 1 to stopOnRC8
	end-if.
	move ownerToken to jobOwnerId.

*> reads the run mode and input file name from the first record of a
*> parameter file, so the schedule can be changed without touching the
			at end move spaces to parm-record
		end-read
		unstring parm-record delimited by all " "
			into runModeToken runFileName stopToken ownerToken
		inspect runModeToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		close parmFile
	end-if.

*> signs the operator on before anything is opened: an unattended run
*> is signed on as its job owner, an interactive session asks for the
*> operator id (three tries); either way the operator must be on the
*> operator file and allowed to run the converter
signOnOperator.
	move zero to operatorSignedOn.
	move space to authMode.
	if batchMode is equal to 1
		if jobOwnerId is equal to spaces
			display "Unattended runs must name a job owner after the file name -- run refused."
			exit paragraph
		end-if
		move jobOwnerId to operatorId
		perform checkOperatorMode
		if authStatus is equal to zero
			move 1 to operatorSignedOn
		end-if
		exit paragraph
	end-if.
	move zero to signOnTries.
	perform until operatorSignedOn is equal to 1 or signOnTries is greater than or equal to 3
		display "Operator id: "
		move spaces to operatorId
		accept operatorId
		inspect operatorId converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		add 1 to signOnTries
		perform checkOperatorMode
		evaluate authStatus
			when zero
				move 1 to operatorSignedOn
				display "Signed on as " function trim(operatorId) " (" function trim(operatorName) ")."
			when 9
				move 3 to signOnTries
		end-evaluate
	end-perform.
	if operatorSignedOn is equal to zero
		display "Sign-on refused."
	end-if.

*> asks the operator file whether operatorId may run this program in
*> run mode authMode (space for the program alone), and says why not
*> when the answer is no
checkOperatorMode.
	call "operatorCheck" using operatorId, authProgram, authMode, authStatus, operatorName.
	evaluate authStatus
		when 1
			display "Operator " function trim(operatorId) " is not on the operator file."
		when 2
			display "Operator " function trim(operatorId) " is not authorized to run " function trim(authProgram) "."
		when 3
			display "Operator " function trim(operatorId) " is not authorized for run mode " authMode "."
		when 9
			display "Cannot read the operator file operators.dat -- nothing can be authorized."
	end-evaluate.

*> checks a menu choice that selects a run mode against the signed-on
*> operator; a refused choice is blanked so the menu simply asks again.
*> Plain numerals typed at the menu are always allowed
authorizeMenuChoice.
	move zero to menuRefused.
	evaluate readFile
		when 'Y'
		when 'D'
		when 'K'
		when 'R'
		when 'X'
		when 'H'
		when 'E'
		when 'N'
		when 'T'
		when 'L'
		when 'I'
		when 'C'
			move readFile to authMode
			perform checkOperatorMode
			if authStatus is not equal to zero
				move 1 to menuRefused
				move space to readFile
			end-if
	end-evaluate.

*> runs one unattended job for the scheduler: no prompts, checkpoint
*> auto-resume, and a meaningful return code at end of job
runScheduledJob.
		exit paragraph
	end-if.
	move runFileName to fileName.
	move runMode to authMode.
	perform checkOperatorMode.
	if authStatus is not equal to zero
		move 8 to schedulerRC
		exit paragraph
	end-if.
	evaluate runMode
		when 'Y'
			perform runConvertBatch
			perform runReconcileBatch
		when 'T'
			perform runTransactionBatch
		when 'L'
			perform runLedgerBatch
		when 'N'
			perform runNormalizeBatch
		when 'E'
			perform runEditBatch
		when 'K'
			perform runDateBatch
		when 'R'
			perform runRevDateBatch
		when 'X'
			perform runDeltaBatch
		when 'H'
		when 'M'
			perform runManifestStream
		when other
			display "Unknown run mode '" runMode "' -- expected Y, C, T, L, N, E, K, R, X, H or M."
			move 8 to schedulerRC
	end-evaluate.


*> runs one manifest request through the same batch paragraphs a
*> single scheduled run uses; a manifest line may not name another
*> manifest, and each line's mode must be one the job owner may run
dispatchManifestRun.
	move runMode to authMode.
	perform checkOperatorMode.
	if authStatus is not equal to zero
		move zero to runReadCount
		move zero to runConvCount
		move zero to runRejCount
		move 8 to runRC
		move 8 to schedulerRC
		exit paragraph
	end-if.
	evaluate runMode
		when 'Y'
			perform runConvertBatch
			perform runReconcileBatch
		when 'T'
			perform runTransactionBatch
		when 'L'
			perform runLedgerBatch
		when 'N'
			perform runNormalizeBatch
		when 'E'
			perform runEditBatch
		when 'K'
			perform runDateBatch
		when 'R'
			perform runRevDateBatch
		when 'X'
			perform runDeltaBatch
		when 'H'
			perform runHistoricalBatch
		when other
			display "Unknown run mode '" runMode "' on manifest line -- expected Y, C, T, L, N, E, K, R, X or H."
			move zero to runReadCount
			move zero to runConvCount
			move zero to runRejCount
	end-if.
	display " Stream return code: " schedulerRC.

*> readies the persistent audit log, which is appended to across runs;
*> any months left behind by earlier runs are first rolled off to
*> dated archive files so the live log only ever carries the current
*> month
openAuditLog.
	perform rollAuditLog.

*> appends the entry in auditLine to the audit log, opening and closing
*> it around the one write as the run history is, so entries from
*> concurrent partition jobs never tear each other's lines
appendAuditEntry.
	open extend auditFile.
	if auditFileStatus is not equal to "00"
		open output auditFile
	end-if.
	move auditLine to audit-record.
	write audit-record.
	close auditFile.

*> rolls every completed month off audit.log into its dated archive
		close auditReadFile
		exit paragraph
	end-if.
	move 'A' to authMode.
	call "operatorCheck" using operatorId, authProgram, authMode, authStatus, operatorName.
	if authStatus is not equal to zero
		display "audit.log still holds a past month -- rotation waits for an operator authorized for it."
		close auditReadFile
		exit paragraph
	end-if.

	open output auditWorkFile.
	move spaces to archMonth.
	write runhist-record.
	close runHistFile.

*> records the start of a batch run (mode, input file and operator) in
*> the run history; runHistMode must already be set by the run paragraph.  The
*> department is cleared so a run whose file never opens is not
*> charged to the previous file's department
writeRunStart.
	move "(none)" to currentDeptCode.
	move zero to runRC.
	move zero to runReadCount.
	move zero to runConvCount.
		runHistMode delimited by size
		" | " delimited by size
		function trim(fileName) delimited by size
		" | " delimited by size
		function trim(operatorId) delimited by size
		into runhist-line.
	perform appendRunHistory.

*> records the end of a batch run (counts, return code, the department
*> its header named, for the month-end chargeback, and the operator) in
*> the run history; the run paragraph sets the run counts and runRC first
writeRunEnd.
	perform buildTimestamp.
	move spaces to runhist-line.
		runRejCount delimited by size
		" | " delimited by size
		runRC delimited by size
		" | " delimited by size
		function trim(currentDeptCode) delimited by size
		" | " delimited by size
		function trim(operatorId) delimited by size
		into runhist-line.
	perform appendRunHistory.

		into auditTimestamp.

*> appends one audit entry (auditSource/auditInput/auditResult/auditErr
*> must already be set by the caller) to the audit log, signed with the
*> operator id
logConversion.
	perform buildTimestamp
	move spaces to auditLine
			" | " delimited by size
			function trim(auditInput) delimited by size
			" | REJECTED" delimited by size
			" | " delimited by size
			function trim(operatorId) delimited by size
			into auditLine
	else
		string auditTimestamp delimited by size
			function trim(auditInput) delimited by size
			" | " delimited by size
			function trim(auditResult) delimited by size
			" | " delimited by size
			function trim(operatorId) delimited by size
			into auditLine
	end-if
	perform appendAuditEntry.

*> appends one round-trip reconciliation audit entry (auditSource/
*> auditInput/reconcileStatus must already be set by the caller) to
*> the audit log, signed with the operator id; reconcileStatus is
*> ACCEPTED, MISMATCH or REJECTED
logReconcileEntry.
	perform buildTimestamp
	move spaces to auditLine
		function trim(auditInput) delimited by size
		" | " delimited by size
		function trim(reconcileStatus) delimited by size
		" | " delimited by size
		function trim(operatorId) delimited by size
		into auditLine
	perform appendAuditEntry.

*> formats fracTw twelfths as a " +nn/12" display suffix (or spaces
*> when there is no fractional part) into fracDisplay
			write report-record from col-heads3
			write report-record from underline-4
			move 6 to reportLineCount
		when 'L'
			write report-record from title-line8
			write report-record from underline-1
			write report-record from col-heads8
			write report-record from underline-8
			move 6 to reportLineCount
		when 'N'
			write report-record from title-line4
			write report-record from underline-1
			write report-record from col-heads4
			write report-record from underline-5
			move 6 to reportLineCount
		when 'R'
			write report-record from title-line9
			write report-record from underline-1
			write report-record from col-heads9
			write report-record from underline-9
			move 6 to reportLineCount
		when 'K'
			write report-record from title-line5
			write report-record from underline-1
			write report-record from col-heads5
			write report-record from underline-6
			move 6 to reportLineCount
		when 'I'
			write report-record from title-line7
			write report-record from underline-1
			write report-record from col-heads7
			write report-record from underline-7
			move 6 to reportLineCount
		when 'C'
			move "           ROUND-TRIP RECONCILIATION" to report-record
			write report-record
				move 'A' to exportAction
				perform updateMasterFile
				perform writeExportDetail
				move record-id to suspId
				perform clearSuspenseItem
			end-if
		else
			add 1 to recCountRejected
*> count for the end-of-run control check
handleControlRecord.
	if record-id is equal to "HDR"
		perform noteHeaderDept
		display " File header: " function trim(controlHeaderInfo)
		perform validateDepartment
	else
		move 1 to trailerSeen
		compute trailerExpected = function numval(roman-string)
	end-if.

*> notes the header's file date and department code; the transaction,
*> normalize and date batches take the department as given (only the
*> convert batches validate it) so their rejects can still be
*> attributed on the suspense file
noteHeaderDept.
	move roman-string to controlHeaderInfo.
	move 1 to headerSeen.
	move spaces to headerFileDate.
	move spaces to headerDeptCode.
	unstring controlHeaderInfo delimited by all " "
		into headerFileDate headerDeptCode.
	inspect headerDeptCode converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if headerDeptCode is not equal to spaces
		move headerDeptCode to currentDeptCode
	end-if.

*> loads the department master into its table the first time a header
*> needs validating; a site without a deptmast.dat keeps today's
*> behaviour (no validation)
		end-if
	end-if.

*> opens the conversion master, creating it on first use, and proves
*> its change journal can be appended to; a master whose changes
*> cannot be journalled is not opened at all, since an unjournalled
*> change could not be recovered. The journal itself is opened, written
*> and closed for each change, as the run history is, so concurrent
*> partition jobs never tear each other's lines
openMasterFile.
	move zero to masterOpen.
	open i-o masterFile.
		move 1 to masterOpen
	else
		display "Cannot open the conversion master (status " masterFileStatus ") -- conversion master unavailable."
		exit paragraph
	end-if.
	open extend journalFile.
	if journalFileStatus is not equal to "00"
		open output journalFile
	end-if.
	if journalFileStatus is not equal to "00"
		display "Cannot open the master journal roman.jnl (status " journalFileStatus ") -- conversion master unavailable."
		close masterFile
		move zero to masterOpen
		exit paragraph
	end-if.
	close journalFile.

*> opens the conversion master for the read-only inquiry session: input
*> only, so a browse left open holds no record locks, and no journal
openMasterForInquiry.
	move zero to masterOpen.
	open input masterFile.
	if masterFileStatus is equal to "00"
		move 1 to masterOpen
	else
		display "Cannot open the conversion master (status " masterFileStatus ") -- nothing to inquire on."
	end-if.

*> closes the conversion master after a batch run or inquiry session
		move zero to masterOpen
	end-if.

*> appends the before-image and after-image of one master change to
*> the journal; jnlAction (A add, C change) and jnlBeforeImage must
*> already be set, and master-record holds the record as written. A
*> change the journal could not take is counted and ends the run RC 8
journalMasterChange.
	open extend journalFile.
	if journalFileStatus is not equal to "00"
		open output journalFile
	end-if.
	if journalFileStatus is not equal to "00"
		add 1 to journalFailures
		display " *** " function trim(master-id) ": master changed but roman.jnl could not be opened (status " journalFileStatus ") -- change not journalled. ***"
		exit paragraph
	end-if.
	move zero to journalWriteFailed.
	perform buildTimestamp.
	move 'B' to jnlImageType.
	if jnlAction is equal to 'A'
		move 'N' to jnlPresent
		initialize jnlImage
		move master-id to jnlImageId
	else
		move 'Y' to jnlPresent
		move jnlBeforeImage to jnlImage
	end-if.
	perform writeJournalImage.
	move 'A' to jnlImageType.
	move 'Y' to jnlPresent.
	move master-record to jnlImage.
	perform writeJournalImage.
	close journalFile.
	if journalWriteFailed is equal to 1
		add 1 to journalFailures
		display " *** " function trim(master-id) ": master changed but the roman.jnl write failed -- change not fully journalled. ***"
	end-if.

*> writes one journal line for the image held in jnlImage
writeJournalImage.
	move auditTimestamp to jnl-timestamp.
	move jnlImageType to jnl-image.
	move jnlAction to jnl-action.
	move "romanA3_1" to jnl-program.
	move fileName to jnl-source.
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

*> records the converted record in the master keyed on its record-id;
*> an id already on the master with a different roman string is
*> flagged as a duplicate before the master is brought up to date.
*> Leaves the delta-export action in exportAction: A for an id new to
*> the master, C for a changed one, space for an unchanged one (which
*> in delta mode is left untouched so its rundate still says when the
*> record last actually changed).  Every write and rewrite is
*> journalled with its before and after images, and clears the ERP
*> acknowledgment status (set by ackRecon) since the record is going
*> out on a new feed
updateMasterFile.
	if masterOpen is not equal to 1
		exit paragraph
			move romanValue to master-decimal
			move cvTwelfths to master-twelfths
			move runDate to master-rundate
			move space to master-ack-status
			move spaces to master-ack-date
			write master-record
			move 'A' to jnlAction
			perform journalMasterWrite
		not invalid key
			move master-record to jnlBeforeImage
			move 'C' to jnlAction
			if function trim(master-roman) is not equal to function trim(roman-string)
				add 1 to dupCount
				display " DUPLICATE " function trim(record-id) ": master has [" function trim(master-roman) "] from " master-rundate ", incoming [" function trim(roman-string) "]"
				move space to exportAction
				if deltaExport is equal to zero
					move runDate to master-rundate
					move space to master-ack-status
					move spaces to master-ack-date
					rewrite master-record
					perform journalMasterWrite
				end-if
			else
				move 'C' to exportAction
				move romanValue to master-decimal
				move cvTwelfths to master-twelfths
				move runDate to master-rundate
				move space to master-ack-status
				move spaces to master-ack-date
				rewrite master-record
				perform journalMasterWrite
			end-if
	end-read.
	if masterFileStatus is equal to "51" or masterFileStatus is equal to "61"
		add 1 to lockedUpdates
		display " *** " function trim(record-id) ": conversion master record locked by another job (status " masterFileStatus ") -- master not updated. ***"
	end-if.

*> journals the master change just written; a write the master refused
*> is counted and left out of the journal, so masterRecover never
*> replays a change the master did not hold (a lock is counted above)
journalMasterWrite.
	if masterFileStatus is equal to "00"
		perform journalMasterChange
		exit paragraph
	end-if.
	if masterFileStatus is equal to "51" or masterFileStatus is equal to "61"
		exit paragraph
	end-if.
	add 1 to failedUpdates.
	display " *** " function trim(record-id) ": conversion master write failed (status " masterFileStatus ") -- master not updated. ***".

*> writes the export header record carrying the run date and the
*> source file name, so the ERP load can tell deliveries apart; a
	move reasonCode to rej-reason.
	move rej-conv-line to rej-record.
	write rej-record.
	move record-id to suspId.
	perform recordSuspenseReject.

*> opens the reject suspense file, creating it on first use; a run
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

*> closes the reject suspense file at the end of a batch run
closeSuspenseFile.
	if suspenseOpen is equal to 1
		close suspenseFile
		move zero to suspenseOpen
	end-if.

*> opens a suspense item for the rejected id in suspId, or updates the
*> item already open for it (reason, last-rejected date, times
*> rejected); an item cleared by an earlier run is reopened, and the
*> department is only overwritten when this run's header named one
recordSuspenseReject.
	if suspenseOpen is not equal to 1
		exit paragraph
	end-if.
	move suspId to susp-id.
	read suspenseFile
		invalid key
			move suspId to susp-id
			move 'O' to susp-status
			move reasonCode to susp-reason
			move currentDeptCode to susp-dept
			move runDate to susp-first-date
			move runDate to susp-last-date
			move 1 to susp-times
			move runHistMode to susp-mode
			move fileName to susp-source
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
			if currentDeptCode is not equal to "(none)"
				move currentDeptCode to susp-dept
			end-if
			move runDate to susp-last-date
			move runHistMode to susp-mode
			move fileName to susp-source
			rewrite suspense-record
	end-read.
	perform checkSuspenseLock.

*> clears the open suspense item (if any) for the id in suspId, now
*> that a run has converted it successfully
clearSuspenseItem.
	if suspenseOpen is not equal to 1
		exit paragraph
	end-if.
	move suspId to susp-id.
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
	perform checkSuspenseLock.

*> counts a suspense update refused because another job holds the
*> record or the file
checkSuspenseLock.
	if suspenseFileStatus is equal to "51" or suspenseFileStatus is equal to "61"
		add 1 to lockedUpdates
		display " *** " function trim(suspId) ": suspense item locked by another job (status " suspenseFileStatus ") -- suspense not updated. ***"
	end-if.

*> saves the number of records processed so far, and the converted/
*> rejected sub-counts, to the restart file
processTransactionRecord.
	read ifile into file-data at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero and (record-id is equal to "HDR" or record-id is equal to "TRL")
		if record-id is equal to "HDR"
			perform noteHeaderDept
		end-if
	else
	if eof-switch is not equal to zero
		add 1 to recCountTotal
			perform writeReportLine
			move print-trans to o-record
			write o-record
			move trans-id to suspId
			perform clearSuspenseItem
			move zero to auditErr
			move roundTripArray to auditResult
		else
	move reasonCode to rej-trans-reason.
	move rej-trans-line to rej-record.
	write rej-record.
	move trans-id to suspId.
	perform recordSuspenseReject.

*> prints the formatted table header for the ledger posting mode
printLedgerHeader.
	display title-line8.
	display underline-1.
	display col-heads8.
	display underline-8.

*> reads one ledger posting (an account, an action and a roman
*> amount), applies it to the account's balance and writes the new
*> balance out in roman and decimal form; bad amounts, bad actions,
*> unknown or already open accounts and overdrafts are rejected
*> through the usual reject reporting
processPostingRecord.
	read ifile into file-data at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero and (record-id is equal to "HDR" or record-id is equal to "TRL")
		if record-id is equal to "HDR"
			perform noteHeaderDept
		end-if
	else
	if eof-switch is not equal to zero
		add 1 to recCountTotal
		move file-data to post-data
		inspect post-action converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		inspect post-amount converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		move zero to transRejected
		move zero to reasonCode
		move zero to postValue
		move zero to postTwelfths
		move zero to postBalance

		if post-action is not equal to 'O' and post-action is not equal to 'C' and post-action is not equal to 'D'
			display " Cannot post this record. [" post-action "] is not a valid posting action in " function trim(post-id)
			move 1 to transRejected
			move 21 to reasonCode
		end-if

		if transRejected is equal to zero and post-account is equal to spaces
			display " Cannot post this record. No account is named in " function trim(post-id)
			move 1 to transRejected
			move 18 to reasonCode
		end-if

		*> an account may be opened with nothing in it
		if transRejected is equal to zero
			if post-action is equal to 'O' and (post-amount is equal to spaces or post-amount is equal to "NULLA")
				continue
			else
				move post-amount to romanNumeral
				perform convertTransOperand
				move romanValue to postValue
				move cvTwelfths to postTwelfths
			end-if
		end-if

		if transRejected is equal to zero
			compute postAmount = (postValue * 12) + postTwelfths
			perform applyPosting
		end-if

		move spaces to auditInput
		string function trim(post-account) delimited by size
			" " delimited by size
			post-action delimited by size
			" " delimited by size
			function trim(post-amount) delimited by size
			into auditInput
		move function trim(fileName) to auditSource

		if transRejected is equal to zero
			perform writePostingHistory
			compute postValue = postBalance / 12
			compute postTwelfths = function mod(postBalance, 12)
			add 1 to recCountConverted
			move post-id to postIdOut
			move post-account to postAccountOut
			move post-action to postActionOut
			move post-amount to postAmountOut
			if postBalance is equal to zero
				move "NULLA" to postRomanOut
			else
				initialize roundTripArray
				move zero to err
				call "conversionToRoman" using postValue, roundTripArray, romanCount, err, postTwelfths
				move roundTripArray to postRomanOut
			end-if
			move postValue to postDecimalOut
			move postTwelfths to fracTw
			perform buildFracDisplay
			move fracDisplay to postFracOut
			display print-post
			move print-post to reportLine
			perform writeReportLine
			move print-post to o-record
			write o-record
			move post-id to suspId
			perform clearSuspenseItem
			move zero to auditErr
			move postRomanOut to auditResult
		else
			add 1 to recCountRejected
			if recCountRejected is less than or equal to 2000
				move post-id to rejected-id(recCountRejected)
				move auditInput to rejected-roman(recCountRejected)
				move reasonCode to rejected-reason(recCountRejected)
			end-if
			perform writePostRejectRecord
			move 1 to auditErr
		end-if

	end-if
	end-if.

*> applies the posting in post-data (amount in postAmount, twelfths)
*> to its account: an open writes a new account carrying the opening
*> balance, a credit or debit rewrites the balance, and the balance
*> left is handed back in postBalance; a posting that cannot be
*> applied sets transRejected and the reason code
applyPosting.
	move post-account to acct-id.
	read accountFile
		invalid key
			if post-action is equal to 'O'
				move post-account to acct-id
				move postAmount to acct-balance
				move currentDeptCode to acct-dept
				move runDate to acct-opened-date
				move runDate to acct-last-date
				move 1 to acct-postings
				write account-record
				move acct-balance to postBalance
			else
				display " Cannot post this record. Account " function trim(post-account) " is not open in " function trim(post-id)
				move 1 to transRejected
				move 18 to reasonCode
			end-if
		not invalid key
			evaluate post-action
				when 'O'
					display " Cannot post this record. Account " function trim(post-account) " is already open in " function trim(post-id)
					move 1 to transRejected
					move 20 to reasonCode
				when 'C'
					if acct-balance + postAmount is greater than 47999999
						display " Cannot post this record. Balance is out of range in " function trim(post-id)
						move 1 to transRejected
						move 11 to reasonCode
					else
						add postAmount to acct-balance
					end-if
				when 'D'
					if postAmount is greater than acct-balance
						display " Cannot post this record. Debit would overdraw account " function trim(post-account) " in " function trim(post-id)
						move 1 to transRejected
						move 19 to reasonCode
					else
						subtract postAmount from acct-balance
					end-if
			end-evaluate
			if transRejected is equal to zero
				move runDate to acct-last-date
				if acct-postings is less than 999999
					add 1 to acct-postings
				end-if
				rewrite account-record
				move acct-balance to postBalance
			end-if
	end-read.
	if accountFileStatus is equal to "51" or accountFileStatus is equal to "61"
		display " Cannot post this record. Account " function trim(post-account) " is held by another job (status " accountFileStatus ") in " function trim(post-id)
		add 1 to lockedUpdates
		move 1 to transRejected
		move 24 to reasonCode
		exit paragraph
	end-if.
	if transRejected is equal to zero and accountFileStatus is not equal to "00"
		display " Cannot post this record. Account " function trim(post-account) " could not be updated (status " accountFileStatus ") in " function trim(post-id)
		add 1 to failedUpdates
		move 1 to transRejected
		move 25 to reasonCode
	end-if.

*> appends the posting just applied to the posting history, with the
*> balance it left on the account, for the statement program
writePostingHistory.
	perform buildTimestamp.
	move auditTimestamp(1:10) to ph-date.
	move auditTimestamp(12:8) to ph-time.
	move post-account to ph-account.
	move post-id to ph-id.
	move post-action to ph-action.
	move postAmount to ph-amount.
	move postBalance to ph-balance.
	move fileName to ph-source.
	move posthist-line to posthist-record.
	write posthist-record.
	if postHistStatus is not equal to "00"
		add 1 to failedUpdates
		display " *** " function trim(post-id) ": posted to account " function trim(post-account) " but not written to the posting history (status " postHistStatus ") -- statements will miss it. ***"
	end-if.

*> writes the rejected posting to the companion .rej file in the same
*> layout as the posting input, with the reason code appended
writePostRejectRecord.
	move post-id to rej-post-id.
	move post-account to rej-post-account.
	move post-action to rej-post-action.
	move post-amount to rej-post-amount.
	move reasonCode to rej-post-reason.
	move rej-post-line to rej-record.
	write rej-record.
	move post-id to suspId.
	perform recordSuspenseReject.

*> opens the ledger account file, creating it on first use
openAccountFile.
	open i-o accountFile.
	if accountFileStatus is equal to "35"
		open output accountFile
		close accountFile
		open i-o accountFile
	end-if.

*> prints the formatted table header for the normalization mode
printNormHeader.
	display title-line4.
	display underline-1.
	display col-heads4.
	display underline-5.

*> reads one mixed-format registry record, decides whether its value
*> field is roman or decimal, converts it with whichever converter
*> fits, and writes a normalized record carrying both forms; records
*> that parse as neither go through the usual reject reporting
processNormalizeRecord.
	read ifile into file-data at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero and (record-id is equal to "HDR" or record-id is equal to "TRL")
		if record-id is equal to "HDR"
			perform noteHeaderDept
		end-if
	else
	if eof-switch is not equal to zero
		add 1 to recCountTotal
		inspect roman-string converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		move zero to normRejected
		move zero to reasonCode
		perform classifyNormField

		if normIsDecimal is equal to 1
			perform normalizeDecimalRecord
		else
			perform normalizeRomanRecord
		end-if

		move function trim(fileName) to auditSource
		move roman-string to auditInput

		if normRejected is equal to zero
			add 1 to recCountConverted
			move record-id to normIdOut
			move roman-string to normReceivedOut
			move normValue to normDecimalOut
			move normTwelfths to fracTw
			perform buildFracDisplay
			move fracDisplay to normFracOut
			display print-norm
			move print-norm to reportLine
			perform writeReportLine
			move print-norm to o-record
			write o-record
			move record-id to suspId
			perform clearSuspenseItem
			move zero to auditErr
			move normValue to auditResultNum
			move spaces to auditResult
			string function trim(auditResultNum) delimited by size
				fracDisplay delimited by size
				into auditResult
		else
			add 1 to recCountRejected
			if recCountRejected is less than or equal to 2000
				move record-id to rejected-id(recCountRejected)
				move roman-string to rejected-roman(recCountRejected)
				move reasonCode to rejected-reason(recCountRejected)
			end-if
			perform writeRejectRecord
			move 1 to auditErr
		end-if

		perform logConversion
	end-if
	end-if.

*> looks at the value field character by character and decides whether
*> it reads as a plain decimal number (digits with at most one decimal
*> point) or should be tried as a roman numeral
classifyNormField.
	move zero to normDigits.
	move zero to normDots.
	move zero to normOther.
	move zero to normIsDecimal.
	initialize normLen.
	initialize numWhiteSpace.
	inspect roman-string tallying normLen for all characters before initial '\0'.
	inspect roman-string tallying numWhiteSpace for trailing spaces.
	compute normLen = normLen - numWhiteSpace.
	move 1 to normIdx.
	perform until normIdx is greater than normLen
		evaluate true
		end-if
	end-if.

*> sets the ides of dateMonth (the 15th in march, may, july and
*> october, the 13th otherwise) and its nones, eight days earlier
setMarkerDays.
	evaluate dateMonth
		when 3
		when 5
			move 13 to idesDay
	end-evaluate.
	compute nonesDay = idesDay - 8.

*> renders the validated date in dateYear/dateMonth/dateDay as its
*> classical Kalends/Nones/Ides form with the day count and year as
*> roman numerals, leaving the finished date in romanDateOut
buildRomanDate.
	perform setMarkerDays.
	move dateYear to yearValue.
	move dateMonth to kalMonth.
	move spaces to dayPhrase.
convertDateRecord.
	read ifile into file-data at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero and (record-id is equal to "HDR" or record-id is equal to "TRL")
		if record-id is equal to "HDR"
			perform noteHeaderDept
		end-if
	else
	if eof-switch is not equal to zero
		add 1 to recCountTotal
			perform writeReportLine
			move print-date to o-record
			write o-record
			move record-id to suspId
			perform clearSuspenseItem
			move zero to auditErr
			move romanDateOut to auditResult
		else
	end-if
	end-if.

*> prints the formatted table header for the reverse date mode
printRevDateHeader.
	display title-line9.
	display underline-1.
	display col-heads9.
	display underline-9.

*> reads the classical date phrase in revPhrase back to its modern
*> date: an optional "pridie" (prid.) or "ante diem" (a.d.) count, the
*> Kalends/Nones/Ides marker and the month in any case or abbreviated
*> form, then the year as a roman numeral.  Leaves dateValid set to 1
*> and the date in revDateOut when it reads, otherwise reasonCode 22
*> when the phrase does not parse or 23 when it names a day that
*> cannot exist
parseRomanDate.
	move zero to dateValid.
	move 22 to reasonCode.
	move spaces to revDateOut.
	inspect revPhrase converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	inspect revPhrase converting '.,' to '  '.
	move spaces to revTokens.
	move zero to revTokCount.
	move zero to revOverflow.
	unstring revPhrase delimited by all " "
		into revTok(1) revTok(2) revTok(3) revTok(4)
			revTok(5) revTok(6) revTok(7) revTok(8)
		tallying in revTokCount
		on overflow move 1 to revOverflow
	end-unstring.
	if revOverflow is equal to 1 or revTok(1) is equal to spaces
		exit paragraph
	end-if.

	*> the day: on the marker itself, the day before it, or counted
	*> back to it inclusively
	move 1 to revIdx.
	move 'D' to revKind.
	move zero to adCount.
	evaluate true
		when revTok(1) is equal to "PRIDIE" or revTok(1) is equal to "PRID" or revTok(1) is equal to "PR"
			move 'P' to revKind
			move 2 to revIdx
		when revTok(1) is equal to "ANTE" and revTok(2) is equal to "DIEM"
			move 'A' to revKind
			move 3 to revIdx
		when revTok(1) is equal to "A" and revTok(2) is equal to "D"
			move 'A' to revKind
			move 3 to revIdx
		when revTok(1) is equal to "AD"
			move 'A' to revKind
			move 2 to revIdx
	end-evaluate.
	if revKind is equal to 'A'
		move revTok(revIdx) to romanNumeral
		perform convertDateNumeral
		if err is equal to 1
			exit paragraph
		end-if
		move romanValue to adCount
		add 1 to revIdx
	end-if.

	*> the marker and the month it belongs to
	evaluate true
		when revTok(revIdx)(1:3) is equal to "KAL"
			move 'K' to revMarker
		when revTok(revIdx)(1:3) is equal to "NON"
			move 'N' to revMarker
		when revTok(revIdx)(1:2) is equal to "ID" or revTok(revIdx)(1:3) is equal to "EID"
			move 'I' to revMarker
		when other
			exit paragraph
	end-evaluate.
	add 1 to revIdx.
	if revIdx is greater than 8
		exit paragraph
	end-if.
	move revTok(revIdx) to revMonthTok.
	inspect revMonthTok converting 'J' to 'I'.
	move zero to revMonth.
	perform varying revMonthIdx from 1 by 1 until revMonthIdx is greater than 12
		if revMonthTok(1:3) is equal to monthAbbr(revMonthIdx)
			move revMonthIdx to revMonth
		end-if
	end-perform.
	if revMonth is equal to zero or revMonthTok is not alphabetic
		exit paragraph
	end-if.
	add 1 to revIdx.

	*> the year, and nothing after it
	if revIdx is greater than 8
		exit paragraph
	end-if.
	move revTok(revIdx) to romanNumeral.
	perform convertDateNumeral.
	if err is equal to 1
		exit paragraph
	end-if.
	if revIdx is less than 8
		if revTok(revIdx + 1) is not equal to spaces
			exit paragraph
		end-if
	end-if.

	*> the phrase reads; from here a failure is a day that cannot be
	move 23 to reasonCode.
	if romanValue is greater than 9999
		exit paragraph
	end-if.
	move romanValue to dateYear.
	move revMonth to dateMonth.
	perform setMarkerDays.
	evaluate revMarker
		when 'K'
			if revKind is equal to 'D'
				move 1 to dateDay
			else
				*> counted back into the month before (december of the
				*> year before for the kalends of january)
				if dateMonth is equal to 1
					if dateYear is equal to 1
						exit paragraph
					end-if
					move 12 to dateMonth
					subtract 1 from dateYear
				else
					subtract 1 from dateMonth
				end-if
				perform setMonthLength
				perform setMarkerDays
				if revKind is equal to 'P'
					move monthLength to dateDay
				else
					if adCount is less than 3 or adCount is greater than monthLength - idesDay + 1
						exit paragraph
					end-if
					compute dateDay = monthLength - adCount + 2
				end-if
			end-if
		when 'N'
			evaluate revKind
				when 'D'
					move nonesDay to dateDay
				when 'P'
					compute dateDay = nonesDay - 1
				when other
					if adCount is less than 3 or adCount is greater than nonesDay - 1
						exit paragraph
					end-if
					compute dateDay = nonesDay - adCount + 1
			end-evaluate
		when other
			evaluate revKind
				when 'D'
					move idesDay to dateDay
				when 'P'
					compute dateDay = idesDay - 1
				when other
					if adCount is less than 3 or adCount is greater than idesDay - nonesDay
						exit paragraph
					end-if
					compute dateDay = idesDay - adCount + 1
			end-evaluate
	end-evaluate.
	move 1 to dateValid.
	move zero to reasonCode.
	string dateYear delimited by size
		"-" delimited by size
		dateMonth delimited by size
		"-" delimited by size
		dateDay delimited by size
		into revDateOut.

*> converts the day count or year held in romanNumeral for a date
*> phrase, leaving its value in romanValue; err is set when it is not
*> a whole roman numeral
convertDateNumeral.
	initialize inputLen.
	initialize numWhiteSpace.
	initialize err.
	move zero to romanValue.
	if romanNumeral is equal to spaces
		move 1 to err
		exit paragraph
	end-if.
	inspect romanNumeral tallying inputLen for all characters before initial '\0'.
	inspect romanNumeral tallying numWhiteSpace for trailing spaces.
	compute inputLen = inputLen - numWhiteSpace.
	call "conversionHistorical" using romanNumeral, inputLen, err, romanValue, reasonCode, cvTwelfths, histNormArray, histChanged.
	if err is equal to zero and cvTwelfths is greater than zero
		move 1 to err
	end-if.
	move 22 to reasonCode.

*> reads one roman calendar date record (record-id plus the date
*> phrase from column 11), reads it back to its modern date and
*> writes it out; phrases that do not read, or that name a day that
*> cannot exist, are rejected through the usual reject reporting
convertRevDateRecord.
	read ifile into file-data at end move zero to eof-switch end-read.
	if eof-switch is not equal to zero and (record-id is equal to "HDR" or record-id is equal to "TRL")
		if record-id is equal to "HDR"
			perform noteHeaderDept
		end-if
	else
	if eof-switch is not equal to zero
		add 1 to recCountTotal
		move file-data to rev-data
		move rev-phrase to revPhrase
		perform parseRomanDate

		move function trim(fileName) to auditSource
		move rev-phrase to auditInput

		if dateValid is equal to 1
			add 1 to recCountConverted
			move rev-id to revIdOut
			move rev-phrase to revPhraseOut
			move revDateOut to revDateDisplay
			display print-revdate
			move print-revdate to reportLine
			perform writeReportLine
			move print-revdate to o-record
			write o-record
			move rev-id to suspId
			perform clearSuspenseItem
			move zero to auditErr
			move revDateOut to auditResult
		else
			if reasonCode is equal to 23
				display " Cannot read this date. [" function trim(rev-phrase) "] names a day that does not exist in " function trim(rev-id)
			else
				display " Cannot read this date. [" function trim(rev-phrase) "] is not a roman calendar date in " function trim(rev-id)
			end-if
			add 1 to recCountRejected
			if recCountRejected is less than or equal to 2000
				move rev-id to rejected-id(recCountRejected)
				move rev-phrase to rejected-roman(recCountRejected)
				move reasonCode to rejected-reason(recCountRejected)
			end-if
			perform writeRevDateRejectRecord
			move 1 to auditErr
		end-if

		perform logConversion
	end-if
	end-if.

*> writes the rejected date phrase to the companion .rej file in the
*> same layout as the input, with the reason code appended
writeRevDateRejectRecord.
	move rev-id to rej-rev-id.
	move rev-phrase to rej-rev-phrase.
	move reasonCode to rej-rev-reason.
	move rej-rev-line to rej-record.
	write rej-record.
	move rev-id to suspId.
	perform recordSuspenseReject.

*> reads roman calendar dates entered at the terminal back to their
*> modern form
convertUserRomanDate.
	display "Enter a roman calendar date (e.g. a.d. III Kal. Apr. MDCCCL) to read, or press q to exit: ".
	display " ".
	perform printRevDateHeader.
	move spaces to userInput.
	perform until userInput is equal to 'q' or userInput is equal to 'Q'
		move spaces to revPhrase
		accept revPhrase
		move revPhrase to userInput
		if userInput is not equal to 'q' and userInput is not equal to 'Q'
			move "INTERACTIVE" to auditSource
			move revPhrase to auditInput
			move revPhrase to revPhraseOut
			perform parseRomanDate

			if dateValid is equal to 1
				move spaces to revIdOut
				move revDateOut to revDateDisplay
				display print-revdate
				move zero to auditErr
				move revDateOut to auditResult
			else
				if reasonCode is equal to 23
					display " Cannot read this date. [" function trim(revPhraseOut) "] names a day that does not exist."
				else
					display " Cannot read this date. [" function trim(revPhraseOut) "] is not a roman calendar date."
				end-if
				move 1 to auditErr
			end-if

			perform logConversion
		end-if
	end-perform.

*> converts modern dates entered at the terminal to their classical
*> roman calendar form
convertUserDate.
			into rejFileName
		perform resetSummaryCounters
		perform openReportFile
		perform openSuspenseFile
		perform printTransHeader
		open output ofile
		open output rejFile
		perform processTransactionRecord until eof-switch = 0
		close ifile
		close ofile
		perform closeSuspenseFile
		close rejFile
		move 1 to eof-switch
		perform printSummaryReport
	perform closeReportFile.
	perform writeRunEnd.

*> posts one ledger file to the account file end to end and prints
*> the summary report; the run fails (RC 8) without posting anything
*> when the account file cannot be opened.  Sets the scheduler return
*> code when running unattended
runLedgerBatch.
	move 'L' to runHistMode.
	perform writeRunStart.
	open input ifile.
	if ifileStatus is not equal to "00"
		display "Cannot open " function trim(fileName) " -- file not found."
		move 8 to runRC
		if batchMode is equal to 1 and schedulerRC is less than 8
			move 8 to schedulerRC
		end-if
		perform writeRunEnd
		exit paragraph
	end-if.
	perform openAccountFile.
	if accountFileStatus is not equal to "00"
		display "Cannot open the account file accounts.dat (status " accountFileStatus ") -- nothing posted."
		close ifile
		move 8 to runRC
		if batchMode is equal to 1 and schedulerRC is less than 8
			move 8 to schedulerRC
		end-if
		perform writeRunEnd
		exit paragraph
	end-if.
	open extend postHistFile.
	if postHistStatus is not equal to "00"
		open output postHistFile
	end-if.
	if postHistStatus is not equal to "00"
		display "Cannot open the posting history postings.dat (status " postHistStatus ") -- nothing posted."
		close accountFile
		close ifile
		move 8 to runRC
		if batchMode is equal to 1 and schedulerRC is less than 8
			move 8 to schedulerRC
		end-if
		perform writeRunEnd
		exit paragraph
	end-if.
	move spaces to outputFileName.
	string function trim(fileName) delimited by size
		".out" delimited by size
		into outputFileName.
	move spaces to rejFileName.
	string function trim(fileName) delimited by size
		".rej" delimited by size
		into rejFileName.
	perform resetSummaryCounters.
	move zero to lockedUpdates.
	move zero to failedUpdates.
	perform openReportFile.
	perform openSuspenseFile.
	perform printLedgerHeader.
	open output ofile.
	open output rejFile.
	perform processPostingRecord until eof-switch = 0.
	close ifile.
	close ofile.
	close postHistFile.
	close accountFile.
	perform closeSuspenseFile.
	close rejFile.
	move 1 to eof-switch.
	perform printSummaryReport.
	move recCountTotal to runReadCount.
	move recCountConverted to runConvCount.
	move recCountRejected to runRejCount.
	if lockedUpdates is greater than zero or failedUpdates is greater than zero
		display " *** " lockedUpdates " posting(s) held up by another job, " failedUpdates " account or history write(s) failed -- this run ends RC 8. ***"
		move 8 to runRC
	end-if.
	if recCountRejected is greater than zero and runRC is less than 4
		move 4 to runRC
	end-if.
	if batchMode is equal to 1 and recCountRejected is greater than zero and schedulerRC is less than 4
		move 4 to schedulerRC
	end-if.
	if batchMode is equal to 1 and runRC is equal to 8
		move 8 to schedulerRC
	end-if.
	perform closeReportFile.
	perform writeRunEnd.

*> normalizes one mixed-format registry file end to end and prints
*> the summary report; sets the scheduler return code when running
*> unattended
			into rejFileName
		perform resetSummaryCounters
		perform openReportFile
		perform openSuspenseFile
		perform printNormHeader
		open output ofile
		open output rejFile
		perform processNormalizeRecord until eof-switch = 0
		close ifile
		close ofile
		perform closeSuspenseFile
		close rejFile
		move 1 to eof-switch
		perform printSummaryReport
			into rejFileName
		perform resetSummaryCounters
		perform openReportFile
		perform openSuspenseFile
		perform printDateHeader
		open output ofile
		open output rejFile
		perform convertDateRecord until eof-switch = 0
		close ifile
		close ofile
		perform closeSuspenseFile
		close rejFile
		move 1 to eof-switch
		perform printSummaryReport
		move recCountTotal to runReadCount
		move recCountConverted to runConvCount
		move recCountRejected to runRejCount
		if recCountRejected is greater than zero and runRC is less than 4
			move 4 to runRC
		end-if
		if batchMode is equal to 1 and recCountRejected is greater than zero and schedulerRC is less than 4
			move 4 to schedulerRC
		end-if
	end-if.
	perform closeReportFile.
	perform writeRunEnd.

*> reads one file of roman calendar dates back to modern dates end to
*> end and prints the summary report; sets the scheduler return code
*> when running unattended
runRevDateBatch.
	move 'R' to runHistMode.
	perform writeRunStart.
	open input ifile.
	if ifileStatus is not equal to "00"
		display "Cannot open " function trim(fileName) " -- file not found."
		move 8 to runRC
		if batchMode is equal to 1 and schedulerRC is less than 8
			move 8 to schedulerRC
		end-if
	else
		move spaces to outputFileName
		string function trim(fileName) delimited by size
			".out" delimited by size
			into outputFileName
		move spaces to rejFileName
		string function trim(fileName) delimited by size
			".rej" delimited by size
			into rejFileName
		perform resetSummaryCounters
		perform openReportFile
		perform openSuspenseFile
		perform printRevDateHeader
		open output ofile
		open output rejFile
		perform convertRevDateRecord until eof-switch = 0
		close ifile
		close ofile
		perform closeSuspenseFile
		close rejFile
		move 1 to eof-switch
		perform printSummaryReport
		perform resetSummaryCounters
		perform buildTimestamp
		move auditTimestamp(1:10) to runDate
		move zero to lockedUpdates
		move zero to failedUpdates
		move zero to journalFailures
		perform openMasterFile
		if masterOpen is not equal to 1
			display " *** The conversion master could not be opened -- this run ends RC 8 and must be run again. ***"
			move 8 to runRC
		end-if
		perform openSuspenseFile
		perform checkForCheckpoint
		perform openReportFile
		perform printHeader
		close rejFile
		close exportFile
		perform closeMasterFile
		perform closeSuspenseFile
		perform clearCheckpoint
		move 1 to eof-switch
		perform printSummaryReport
		move recCountTotal to runReadCount
		move recCountConverted to runConvCount
		move recCountRejected to runRejCount
		if lockedUpdates is greater than zero
			display " *** " lockedUpdates " update(s) refused by a lock held by another job -- this run ends RC 8. ***"
			move 8 to runRC
		end-if
		if failedUpdates is greater than zero
			display " *** " failedUpdates " conversion master write(s) failed -- this run ends RC 8. ***"
			move 8 to runRC
		end-if
		if journalFailures is greater than zero
			display " *** " journalFailures " master change(s) not journalled to roman.jnl -- take a master backup now; this run ends RC 8. ***"
			move 8 to runRC
		end-if
		if recCountRejected is greater than zero and runRC is less than 4
			move 4 to runRC
		end-if
		if batchMode is equal to 1 and recCountRejected is greater than zero and schedulerRC is less than 4
			move 4 to schedulerRC
		end-if
		if batchMode is equal to 1 and runRC is equal to 8
			move 8 to schedulerRC
		end-if
	end-if.
	perform closeReportFile.
	perform writeRunEnd.
	perform closeReportFile.
	perform writeRunEnd.

*> answers inquiries against the conversion master: a single id
*> lookup, a browse from a starting id, an id-range listing, or every
*> id with a given decimal value or value range
inquireMasterFile.
	perform openMasterForInquiry.
	if masterOpen is not equal to 1
		exit paragraph
	end-if.
	move spaces to inquiryChoice.
	perform until inquiryChoice is equal to 'Q'
		display "Enter L to look up an id, B to browse from an id, R to list an id range, V to list the ids with a decimal value (or value range), or Q to finish: "
		accept inquiryChoice
		inspect inquiryChoice converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		evaluate inquiryChoice
			when 'L'
				perform lookupMasterIds
			when 'B'
				perform browseMasterFile
			when 'R'
				perform listMasterIdRange
			when 'V'
				perform listMasterByValue
			when 'Q'
				continue
			when other
				display " [" inquiryChoice "] is not an inquiry option."
		end-evaluate
	end-perform.
	perform closeMasterFile.

*> looks single record-ids up in the conversion master and shows what
*> each converted to, and when, without re-running the batch file
lookupMasterIds.
	display "Enter a record id to look up, or press q to exit: ".
	move spaces to inquiryId.
	perform until inquiryId is equal to 'q' or inquiryId is equal to 'Q'
			end-read
		end-if
	end-perform.

*> asks whether a listing should also go to a print-image report and,
*> if so, opens one named for the time of the inquiry; fileName
*> carries the listing's description onto the page headings
openInquiryReport.
	move zero to reportOpen.
	display "Print this listing to a report file as well? (Y/N) ".
	accept inquiryPrint.
	inspect inquiryPrint converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if inquiryPrint is not equal to 'Y'
		exit paragraph
	end-if.
	perform buildTimestamp.
	move auditTimestamp(1:10) to runDate.
	move spaces to reportFileName.
	string "inquiry-" delimited by size
		cd-year delimited by size
		cd-month delimited by size
		cd-day delimited by size
		"-" delimited by size
		cd-hour delimited by size
		cd-minute delimited by size
		cd-second delimited by size
		".rpt" delimited by size
		into reportFileName.
	move 'I' to runHistMode.
	move zero to reportPageNumber.
	move zero to reportLineCount.
	open output reportFile.
	if reportFileStatus is equal to "00"
		move 1 to reportOpen
		display " Listing will be printed to " function trim(reportFileName) "."
	else
		display " Cannot open " function trim(reportFileName) " -- listing shown on the screen only."
	end-if.

*> shows the master record just read as one listing line, on the
*> console and (when printing) in the report
showMasterLine.
	move master-id to mstIdOut.
	move master-roman to mstRomanOut.
	move master-decimal to mstDecimalOut.
	move master-twelfths to fracTw.
	perform buildFracDisplay.
	move fracDisplay to mstFracOut.
	move master-rundate to mstRundateOut.
	display print-master.
	move print-master to reportLine.
	perform writeReportLine.
	add 1 to inquiryCount.

*> prints the listing's column headings on the console
printMasterHeader.
	display title-line7.
	display underline-1.
	display col-heads7.
	display underline-7.

*> closes a listing with its record count, on the console and in the
*> report, and closes the report
closeInquiryListing.
	move spaces to reportLine.
	string " " delimited by size
		inquiryCount delimited by size
		" record(s) listed" delimited by size
		into reportLine.
	perform sayLine.
	perform closeReportFile.

*> browses the master a page at a time from a starting id, forward or
*> back, until the user finishes
browseMasterFile.
	display "Enter the record id to browse from (blank for the start of the master): ".
	move spaces to inquiryFromId.
	accept inquiryFromId.
	move spaces to fileName.
	string "MASTER BROWSE FROM " delimited by size
		inquiryFromId delimited by size
		into fileName.
	perform openInquiryReport.
	move zero to inquiryCount.
	move inquiryFromId to master-id.
	start masterFile key is greater than or equal to master-id
		invalid key
			display " No ids on the conversion master at or after " function trim(inquiryFromId) "."
			perform closeInquiryListing
			exit paragraph
	end-start.
	perform readBrowsePageForward.
	move 'F' to browseChoice.
	perform until browseChoice is equal to 'Q'
		perform showBrowsePage
		display "Enter F for the next page, B for the previous page, or Q to finish browsing: "
		accept browseChoice
		inspect browseChoice converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		evaluate browseChoice
			when 'F'
				move browseLastId to master-id
				start masterFile key is greater than master-id
					invalid key
						display " *** End of the conversion master. ***"
						move 'Q' to browseChoice
				end-start
				if browseChoice is not equal to 'Q'
					perform readBrowsePageForward
				end-if
			when 'B'
				move browseFirstId to master-id
				start masterFile key is less than master-id
					invalid key
						display " *** Start of the conversion master. ***"
						move 'Q' to browseChoice
				end-start
				if browseChoice is not equal to 'Q'
					perform readBrowsePageBack
				end-if
			when other
				move 'Q' to browseChoice
		end-evaluate
	end-perform.
	perform closeInquiryListing.

*> reads up to a page of records forward from the current position
readBrowsePageForward.
	move zero to browseCount.
	move zero to inquiryEof.
	perform until browseCount is equal to 15 or inquiryEof is equal to 1
		read masterFile next record at end move 1 to inquiryEof end-read
		if inquiryEof is equal to zero
			add 1 to browseCount
			move master-record to browse-record(browseCount)
		end-if
	end-perform.

*> reads up to a page of records backward from the current position,
*> filling the page from the bottom so it still shows in id order
readBrowsePageBack.
	move zero to browseCount.
	move zero to inquiryEof.
	initialize browse-page.
	perform until browseCount is equal to 15 or inquiryEof is equal to 1
		read masterFile previous record at end move 1 to inquiryEof end-read
		if inquiryEof is equal to zero
			add 1 to browseCount
			compute browseIdx = 16 - browseCount
			move master-record to browse-record(browseIdx)
		end-if
	end-perform.
	if browseCount is less than 15
		perform varying browseIdx from 1 by 1 until browseIdx is greater than browseCount
			move browse-record(browseIdx + 15 - browseCount) to browse-record(browseIdx)
		end-perform
	end-if.

*> shows the page of records just read, noting its first and last ids
*> so the next page can be found from either end
showBrowsePage.
	display " ".
	perform printMasterHeader.
	perform varying browseIdx from 1 by 1 until browseIdx is greater than browseCount
		move browse-record(browseIdx) to master-record
		if browseIdx is equal to 1
			move master-id to browseFirstId
		end-if
		move master-id to browseLastId
		perform showMasterLine
	end-perform.

*> lists every master record from one id to another
listMasterIdRange.
	display "Enter the first record id of the range: ".
	move spaces to inquiryFromId.
	accept inquiryFromId.
	display "Enter the last record id of the range (blank for the end of the master): ".
	move spaces to inquiryToId.
	accept inquiryToId.
	if inquiryToId is equal to spaces
		move high-values to inquiryToId
	end-if.
	move spaces to fileName.
	string "MASTER IDS " delimited by size
		function trim(inquiryFromId) delimited by size
		" TO " delimited by size
		function trim(inquiryToId) delimited by size
		into fileName.
	perform openInquiryReport.
	move zero to inquiryCount.
	display " ".
	perform printMasterHeader.
	move inquiryFromId to master-id.
	move zero to inquiryEof.
	start masterFile key is greater than or equal to master-id
		invalid key
			move 1 to inquiryEof
	end-start.
	perform until inquiryEof is equal to 1
		read masterFile next record at end move 1 to inquiryEof end-read
		if inquiryEof is equal to zero
			if master-id is greater than inquiryToId
				move 1 to inquiryEof
			else
				perform showMasterLine
			end-if
		end-if
	end-perform.
	perform closeInquiryListing.

*> lists every master record whose decimal value is a given value or
*> falls in a given value range ("1994" or "1990-1999"), read down the
*> alternate key on master-decimal
listMasterByValue.
	display "Enter a decimal value, or a range as low-high: ".
	move spaces to inquiryValueText.
	accept inquiryValueText.
	move spaces to inquiryLowText.
	move spaces to inquiryHighText.
	unstring inquiryValueText delimited by "-" or all " "
		into inquiryLowText inquiryHighText.
	if inquiryHighText is equal to spaces
		move inquiryLowText to inquiryHighText
	end-if.
	move zero to inquiryValid.
	move zero to inquiryDigits.
	inspect inquiryLowText tallying inquiryDigits for characters before initial space.
	if inquiryDigits is greater than zero and inquiryDigits is less than 9 and inquiryLowText(1:inquiryDigits) is numeric
		compute inquiryLowValue = function numval(inquiryLowText)
		move zero to inquiryDigits
		inspect inquiryHighText tallying inquiryDigits for characters before initial space
		if inquiryDigits is greater than zero and inquiryDigits is less than 9 and inquiryHighText(1:inquiryDigits) is numeric
			compute inquiryHighValue = function numval(inquiryHighText)
			move 1 to inquiryValid
		end-if
	end-if.
	if inquiryValid is equal to zero or inquiryHighValue is less than inquiryLowValue
		display " [" function trim(inquiryValueText) "] is not a decimal value or value range."
		exit paragraph
	end-if.
	move spaces to fileName.
	string "MASTER VALUES " delimited by size
		function trim(inquiryLowText) delimited by size
		" TO " delimited by size
		function trim(inquiryHighText) delimited by size
		into fileName.
	perform openInquiryReport.
	move zero to inquiryCount.
	display " ".
	perform printMasterHeader.
	move inquiryLowValue to master-decimal.
	move zero to inquiryEof.
	start masterFile key is greater than or equal to master-decimal
		invalid key
			move 1 to inquiryEof
	end-start.
	perform until inquiryEof is equal to 1
		read masterFile next record at end move 1 to inquiryEof end-read
		if inquiryEof is equal to zero
			if master-decimal is greater than inquiryHighValue
				move 1 to inquiryEof
			else
				perform showMasterLine
			end-if
		end-if
	end-perform.
	perform closeInquiryListing.

*> runs the program
mainProgram.
	display "Welcome to the Roman Numeral Converter!!".
	display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, I to look an id up in the conversion master, T to run a roman arithmetic transaction file, "
		"L to post a roman ledger file to the account balances, N to normalize a mixed-format registry file, E to edit-check a delivery without writing output, K to render roman calendar dates, R to read roman calendar dates back into modern dates, X to convert with a delta (adds and changes only) export, or H to convert an archival delivery under the lenient historical profile: ".
	perform until userInput is equal to 'Q'
		accept readFile
		inspect readFile converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		perform authorizeMenuChoice

		evaluate readFile
			when space
				display "Choose another option, or Q to quit: "
			when 'Y'
				perform selectInputFile
				perform runConvertBatch
				else
					perform convertUserDate
				end-if
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'R'
				display "Read a file of roman dates (F) or enter them at the terminal (any other key)? "
				accept decimalChoice
				inspect decimalChoice converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
				if decimalChoice is equal to 'F'
					perform selectInputFile
					perform runRevDateBatch
				else
					perform convertUserRomanDate
				end-if
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'X'
				perform selectInputFile
				perform runDeltaBatch
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'H'
				perform selectInputFile
				perform runHistoricalBatch
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'E'
				perform selectInputFile
				perform runEditBatch
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'N'
				perform selectInputFile
				perform runNormalizeBatch
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'T'
				perform selectInputFile
				perform runTransactionBatch
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'L'
				perform selectInputFile
				perform runLedgerBatch
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, C to reconcile a batch file, or I to look up or browse the conversion master: "
			when 'I'
				perform inquireMasterFile
				display "Would you like to read in a file? (Y/N), enter D to convert a decimal number to a roman numeral, or C to reconcile a batch file: "
