*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> ledgerStmt.cob: Periodic statements over the roman ledger account  *>
*> file.															  *>
*> 																	  *>
*> For a statement period this program reads the ledger account file  *>
*> (accounts.dat, written by the converter's L posting mode) and the  *>
*> posting history (postings.dat, one line per posting with the		  *>
*> balance it left) and prints one statement per account: the		  *>
*> opening balance (the balance left by the account's last posting	  *>
*> before the period, or nothing), each posting in the period with	  *>
*> the balance after it, and the closing balance, followed by the	  *>
*> period's credit and debit totals (an opening amount counts as a	  *>
*> credit). Every amount and balance is shown as a roman numeral	  *>
*> (NULLA for nothing, with the classical fraction suffix for		  *>
*> twelfths) and as a decimal. An account opened after the period	  *>
*> gets no statement. The statements go to the print file			  *>
*> statements-<from>-<to>.rpt.										  *>
*> 																	  *>
*> The period is given on the command line as two "YYYY-MM-DD" dates, *>
*> optionally followed by one account id to print that account's	  *>
*> statement alone; the default is the month before the current one.  *>
*> Return code 4 when the posting history holds postings for an		  *>
*> account that is not on the account file, 8 when the account file	  *>
*> cannot be read, the period is unusable or the named account is	  *>
*> not on the account file.											  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall ledgerStmt.cob convToRoman.cob		  *>
*> This program can be executed by typing: 							  *>
*> 			./ledgerStmt [YYYY-MM-DD YYYY-MM-DD [account]]			  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. ledgerStmt.

environment division.
input-output section.
file-control.
select accountFile assign to "accounts.dat" organization is indexed
	access is sequential record key is acct-id
	file status is accountFileStatus.
select postHistFile assign to "postings.dat" organization is line sequential
	file status is postHistStatus.
select stmtFile assign to stmtFileName organization is line sequential
	file status is stmtFileStatus.
select sortWork assign to "stmtsort.tmp".

data division.
file section.
fd accountFile.
01 account-record.
	05 acct-id pic x(10).
	05 acct-balance pic 9(10).
	05 acct-dept pic x(8).
	05 acct-opened-date pic x(10).
	05 acct-last-date pic x(10).
	05 acct-postings pic 9(6).

fd postHistFile.
01 posthist-record.
	05 ph-date pic x(10).
	05 filler pic x.
	05 ph-time pic x(8).
	05 filler pic x.
	05 ph-account pic x(10).
	05 filler pic x.
	05 ph-id pic x(10).
	05 filler pic x.
	05 ph-action pic x.
	05 filler pic x.
	05 ph-amount pic 9(10).
	05 filler pic x.
	05 ph-balance pic 9(10).
	05 filler pic x.
	05 ph-source pic x(40).
	05 filler pic x(44).

fd stmtFile.
01 stmt-record pic x(150).

*> postings in account, date and time order; the sequence number
*> keeps postings made in the same second in the order they were made
sd sortWork.
01 sort-rec.
	05 sort-account pic x(10).
	05 sort-date pic x(10).
	05 sort-time pic x(8).
	05 sort-seq pic 9(8).
	05 sort-id pic x(10).
	05 sort-action pic x.
	05 sort-amount pic 9(10).
	05 sort-balance pic 9(10).

working-storage section.
01 eof-switch pic 9.
01 sortEof pic 9.
01 accountEof pic 9.
01 accountFileStatus pic xx.
01 postHistStatus pic xx.
01 stmtFileStatus pic xx.
01 stmtFileName pic x(40).

*> the statement period and optional account, from the command line
*> (default last month)
01 commandLine pic x(80).
01 fromDate pic x(10).
01 toDate pic x(10).
01 stmtAccount pic x(10).
01 dateWork pic 9(8).
01 periodValid pic 9.

*> statement run date
01 currentDateTime pic x(21).
01 currentDateTime-fields redefines currentDateTime.
	05 cd-year pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day pic 9(2).
	05 filler pic x(13).
01 reportDate pic x(10).

*> one statement's running figures, in twelfths
01 postingSeq pic 9(8) value zero.
01 openingBalance pic 9(10).
01 closingBalance pic 9(10).
01 creditTotal pic 9(10).
01 debitTotal pic 9(10).
01 creditCount pic 9(6).
01 debitCount pic 9(6).
01 periodPostings pic 9(6).

*> run totals
01 postingsRead pic 9(8) value zero.
01 postingsListed pic 9(8) value zero.
01 orphanPostings pic 9(8) value zero.
01 statementCount pic 9(6) value zero.
01 accountFound pic 9 value zero.

*> an amount in twelfths rendered for print: the roman numeral (NULLA
*> for nothing) and the whole part with its " +nn/12" fraction
01 amountTw pic 9(10).
01 amountWhole pic 9(8).
01 amountTwelfths pic 99.
01 amountRoman pic x(40).
01 amountFrac pic x(7).
01 romanArray.
	05 romanCh pic x occurs 40 times.
01 romanCount pic 99.
01 err pic 9.

*> formatted lines for the statements
01 stmtLine pic x(150).
01 underline-1.
	05 filler pic x(146) value ' ================================================================================================================================================='.
01 col-heads.
	05 filler pic x(1) value space.
	05 filler pic x(10) value 'DATE      '.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'ID        '.
	05 filler pic x(2) value spaces.
	05 filler pic x(1) value 'A'.
	05 filler pic x(2) value spaces.
	05 filler pic x(40) value 'AMOUNT                                  '.
	05 filler pic x(2) value spaces.
	05 filler pic x(16) value '       DEC EQUIV'.
	05 filler pic x(2) value spaces.
	05 filler pic x(40) value 'BALANCE                                 '.
	05 filler pic x(2) value spaces.
	05 filler pic x(16) value '       DEC EQUIV'.
01 underline-2.
	05 filler pic x(146) value ' ----------  ----------  -  ----------------------------------------  ----------------  ----------------------------------------  ----------------'.
01 print-posting.
	05 filler pic x value space.
	05 pstDateOut pic x(10).
	05 filler pic x(2) value spaces.
	05 pstIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 pstActionOut pic x.
	05 filler pic x(2) value spaces.
	05 pstAmountOut pic x(40).
	05 filler pic x(2) value spaces.
	05 pstAmountDecOut pic z(8)9.
	05 pstAmountFracOut pic x(7).
	05 filler pic x(2) value spaces.
	05 pstBalanceOut pic x(40).
	05 filler pic x(2) value spaces.
	05 pstBalanceDecOut pic z(8)9.
	05 pstBalanceFracOut pic x(7).
01 print-balance.
	05 filler pic x value space.
	05 balLabelOut pic x(75).
	05 filler pic x(2) value spaces.
	05 balRomanOut pic x(40).
	05 filler pic x(2) value spaces.
	05 balDecOut pic z(8)9.
	05 balFracOut pic x(7).
01 countOut pic z(5)9.

procedure division.
	perform buildReportDate.
	perform readStatementPeriod.
	if return-code is equal to 8
		stop run
	end-if.
	open input accountFile.
	if accountFileStatus is not equal to "00"
		display "Cannot open the ledger account file accounts.dat (status " accountFileStatus ") -- no statements printed."
		move 8 to return-code
		stop run
	end-if.
	open output stmtFile.
	if stmtFileStatus is not equal to "00"
		display "Cannot open " function trim(stmtFileName) " -- no statements printed."
		close accountFile
		move 8 to return-code
		stop run
	end-if.
	sort sortWork on ascending key sort-account sort-date sort-time sort-seq
		input procedure is releasePostings
		output procedure is printStatements.
	close stmtFile.
	close accountFile.
	perform printRunTotals.
	if stmtAccount is not equal to spaces and accountFound is equal to zero
		move 8 to return-code
	else
		if orphanPostings is greater than zero
			move 4 to return-code
		end-if
	end-if.
stop run.

*> formats function current-date into the "YYYY-MM-DD" statement date
buildReportDate.
	move function current-date to currentDateTime.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		into reportDate.

*> picks the statement period (and the optional account) up from the
*> command line, defaulting to the month before the current one, and
*> names the print file
readStatementPeriod.
	move spaces to commandLine.
	move spaces to fromDate.
	move spaces to toDate.
	move spaces to stmtAccount.
	accept commandLine from command-line.
	if commandLine is not equal to spaces
		unstring commandLine delimited by all " "
			into fromDate toDate stmtAccount
		inspect stmtAccount converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
	else
		*> the first of last month, and the day before the first of this
		compute dateWork = function integer-of-date(function numval(cd-year) * 10000 + function numval(cd-month) * 100 + 1) - 1
		compute dateWork = function date-of-integer(dateWork)
		move spaces to toDate
		string dateWork(1:4) delimited by size
			"-" delimited by size
			dateWork(5:2) delimited by size
			"-" delimited by size
			dateWork(7:2) delimited by size
			into toDate
		move toDate to fromDate
		move "01" to fromDate(9:2)
	end-if.
	move 1 to periodValid.
	move fromDate to stmtLine.
	perform checkPeriodDate.
	move toDate to stmtLine.
	perform checkPeriodDate.
	if periodValid is equal to 1 and fromDate is greater than toDate
		move zero to periodValid
	end-if.
	if periodValid is equal to zero
		display "The statement period must be two YYYY-MM-DD dates, the first not after the second -- no statements printed."
		move 8 to return-code
		exit paragraph
	end-if.
	move spaces to stmtFileName.
	string "statements-" delimited by size
		fromDate delimited by size
		"-" delimited by size
		toDate delimited by size
		".rpt" delimited by size
		into stmtFileName.

*> checks that the "YYYY-MM-DD" date in stmtLine is a real date,
*> clearing periodValid when it is not
checkPeriodDate.
	if stmtLine(1:4) is not numeric or stmtLine(5:1) is not equal to '-' or stmtLine(6:2) is not numeric or stmtLine(8:1) is not equal to '-' or stmtLine(9:2) is not numeric or stmtLine(11:1) is not equal to space
		move zero to periodValid
		exit paragraph
	end-if.
	compute dateWork = function numval(stmtLine(1:4)) * 10000 + function numval(stmtLine(6:2)) * 100 + function numval(stmtLine(9:2)).
	if function test-date-yyyymmdd(dateWork) is not equal to zero
		move zero to periodValid
	end-if.

*> releases every posting up to the end of the period to the sort
*> (only the named account's, when one was named); postings before
*> the period are needed for the opening balance
releasePostings.
	open input postHistFile.
	if postHistStatus is not equal to "00"
		display " No posting history (postings.dat) -- statements show opening balances only."
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform releaseOnePosting until eof-switch is equal to zero.
	close postHistFile.

*> reads one posting history line and releases it when it is wanted
releaseOnePosting.
	read postHistFile at end move zero to eof-switch end-read.
	if eof-switch is equal to zero
		exit paragraph
	end-if.
	if posthist-record is equal to spaces
		exit paragraph
	end-if.
	add 1 to postingsRead.
	add 1 to postingSeq.
	if ph-date is greater than toDate
		exit paragraph
	end-if.
	if stmtAccount is not equal to spaces and ph-account is not equal to stmtAccount
		exit paragraph
	end-if.
	move ph-account to sort-account.
	move ph-date to sort-date.
	move ph-time to sort-time.
	move postingSeq to sort-seq.
	move ph-id to sort-id.
	move ph-action to sort-action.
	move ph-amount to sort-amount.
	move ph-balance to sort-balance.
	release sort-rec.

*> takes the sorted postings back and matches them against the
*> account file in key order, printing a statement per account;
*> postings left over belong to no account on the file
printStatements.
	move zero to sortEof.
	perform returnPosting.
	move zero to accountEof.
	perform statementForAccount until accountEof is equal to 1.
	perform until sortEof is equal to 1
		add 1 to orphanPostings
		perform returnPosting
	end-perform.

*> returns the next sorted posting, setting sortEof at the end
returnPosting.
	return sortWork at end move 1 to sortEof end-return.

*> reads the next account and prints its statement: postings for ids
*> that sort before it have no account record, postings before the
*> period only carry the opening balance forward
statementForAccount.
	read accountFile next record at end move 1 to accountEof end-read.
	if accountEof is equal to 1
		exit paragraph
	end-if.
	if stmtAccount is not equal to spaces and acct-id is not equal to stmtAccount
		exit paragraph
	end-if.
	move 1 to accountFound.
	perform until sortEof is equal to 1 or sort-account is not less than acct-id
		add 1 to orphanPostings
		perform returnPosting
	end-perform.
	if acct-opened-date is greater than toDate
		exit paragraph
	end-if.
	move zero to openingBalance.
	perform until sortEof is equal to 1 or sort-account is not equal to acct-id or sort-date is not less than fromDate
		move sort-balance to openingBalance
		perform returnPosting
	end-perform.
	perform openStatement.
	perform until sortEof is equal to 1 or sort-account is not equal to acct-id
		perform printPosting
		perform returnPosting
	end-perform.
	perform closeStatement.

*> starts one account's statement: its heading, the column headings
*> and the opening balance line
openStatement.
	add 1 to statementCount.
	move openingBalance to closingBalance.
	move zero to creditTotal.
	move zero to debitTotal.
	move zero to creditCount.
	move zero to debitCount.
	move zero to periodPostings.
	write stmt-record from underline-1.
	move "           ROMAN LEDGER ACCOUNT STATEMENT" to stmt-record.
	write stmt-record.
	write stmt-record from underline-1.
	move spaces to stmtLine.
	string " Account:      " delimited by size
		acct-id delimited by size
		"      Department: " delimited by size
		acct-dept delimited by size
		"      Opened: " delimited by size
		acct-opened-date delimited by size
		into stmtLine.
	write stmt-record from stmtLine.
	move spaces to stmtLine.
	string " Period:       " delimited by size
		fromDate delimited by size
		" to " delimited by size
		toDate delimited by size
		"      Statement date: " delimited by size
		reportDate delimited by size
		into stmtLine.
	write stmt-record from stmtLine.
	move spaces to stmt-record.
	write stmt-record.
	write stmt-record from col-heads.
	write stmt-record from underline-2.
	move "            OPENING BALANCE" to balLabelOut.
	move openingBalance to amountTw.
	perform writeBalanceLine.

*> prints one posting in the period with the balance it left, and
*> adds it to the period's credit or debit totals
printPosting.
	add 1 to periodPostings.
	add 1 to postingsListed.
	move sort-date to pstDateOut.
	move sort-id to pstIdOut.
	move sort-action to pstActionOut.
	move sort-amount to amountTw.
	perform renderAmount.
	move amountRoman to pstAmountOut.
	move amountWhole to pstAmountDecOut.
	move amountFrac to pstAmountFracOut.
	move sort-balance to amountTw.
	perform renderAmount.
	move amountRoman to pstBalanceOut.
	move amountWhole to pstBalanceDecOut.
	move amountFrac to pstBalanceFracOut.
	write stmt-record from print-posting.
	evaluate sort-action
		when 'D'
			add 1 to debitCount
			add sort-amount to debitTotal
		when other
			add 1 to creditCount
			add sort-amount to creditTotal
	end-evaluate.
	move sort-balance to closingBalance.

*> closes one account's statement with the closing balance and the
*> period's credit and debit totals
closeStatement.
	if periodPostings is equal to zero
		move "   No postings this period." to stmt-record
		write stmt-record
	end-if.
	move "            CLOSING BALANCE" to balLabelOut.
	move closingBalance to amountTw.
	perform writeBalanceLine.
	move spaces to stmt-record.
	write stmt-record.
	move spaces to balLabelOut.
	move creditCount to countOut.
	string "            CREDITS " delimited by size
		countOut delimited by size
		" posting(s)" delimited by size
		into balLabelOut.
	move creditTotal to amountTw.
	perform writeBalanceLine.
	move spaces to balLabelOut.
	move debitCount to countOut.
	string "            DEBITS  " delimited by size
		countOut delimited by size
		" posting(s)" delimited by size
		into balLabelOut.
	move debitTotal to amountTw.
	perform writeBalanceLine.
	move spaces to stmt-record.
	write stmt-record.

*> writes a labelled balance line (label in balLabelOut, twelfths in
*> amountTw) in roman and decimal form
writeBalanceLine.
	perform renderAmount.
	move amountRoman to balRomanOut.
	move amountWhole to balDecOut.
	move amountFrac to balFracOut.
	write stmt-record from print-balance.

*> renders the twelfths in amountTw as a roman numeral (NULLA for
*> nothing) in amountRoman, and as the whole part in amountWhole with
*> its " +nn/12" fraction in amountFrac
renderAmount.
	compute amountWhole = amountTw / 12.
	compute amountTwelfths = function mod(amountTw, 12).
	move spaces to amountFrac.
	if amountTwelfths is greater than zero
		string " +" delimited by size
			amountTwelfths delimited by size
			"/12" delimited by size
			into amountFrac
	end-if.
	if amountTw is equal to zero
		move "NULLA" to amountRoman
	else
		initialize romanArray
		move zero to err
		call "conversionToRoman" using amountWhole, romanArray, romanCount, err, amountTwelfths
		move romanArray to amountRoman
	end-if.

*> prints the run totals on the console
printRunTotals.
	display " ".
	display "           LEDGER STATEMENT RUN".
	display " --------------------------------------------".
	display " Statement period:       " fromDate " to " toDate.
	if stmtAccount is not equal to spaces
		display " Account:                " stmtAccount
	end-if.
	display " Statements printed:     " statementCount.
	display " Postings read:          " postingsRead.
	display " Postings listed:        " postingsListed.
	display " Statements written to " function trim(stmtFileName).
	if stmtAccount is not equal to spaces and accountFound is equal to zero
		display " *** Account " function trim(stmtAccount) " is not on the account file. ***"
	end-if.
	if orphanPostings is greater than zero
		display " *** " orphanPostings " posting(s) for accounts not on the account file. ***"
	end-if.
