        select BankPaymentFile assign to "BANKPAY"
            organization is line sequential
            file status is BankPaymentFileStatus.
        select RemittanceHistoryFile assign to "BANKHIST"
            organization is line sequential
            file status is RemittanceHistoryFileStatus.
        select RemittanceAdviceFile assign to "REMITADV"
            organization is line sequential
            file status is RemittanceAdviceFileStatus.
fd BankPaymentFile.
copy BankPaymentRecord.

*> every bank payment ever cut, kept for the passenger account screen -
*> the bank payment file itself only ever holds the one night's run
fd RemittanceHistoryFile.
copy BankPaymentRecord
    replacing ==BankPaymentRecord== by ==RemittanceHistoryRecord==
              leading ==BP-== by ==RH-==.

fd RemittanceAdviceFile.
01 RemittanceAdviceLine pic x(100).

01 BankPaymentFileStatus pic xx.
    88 BankPaymentFileOk value "00".

01 RemittanceHistoryFileStatus pic xx.
    88 RemittanceHistoryFileOk value "00".

01 RemittanceAdviceFileStatus pic xx.
    88 RemittanceAdviceFileOk value "00".

        goback
    end-if

    open extend RemittanceHistoryFile
    if not RemittanceHistoryFileOk
        open output RemittanceHistoryFile
    end-if
    if not RemittanceHistoryFileOk
        display "Compensation remittance run: could not open the remittance history"
        move 8 to return-code
        goback
    end-if

    open output RemittanceAdviceFile
    if not RemittanceAdviceFileOk
        display "Compensation remittance run: could not open the remittance advice"
    write RemittanceAdviceLine from SummaryLine

    close BankPaymentFile
    close RemittanceHistoryFile
    close RemittanceAdviceFile

    perform AppendSettledToWorkFile
    move CT-ClaimantReference(ClaimantSlot) to BP-ClaimantReference
    move CT-AmountDue(ClaimantSlot) to BP-AmountPaid
    write BankPaymentRecord
    move BankPaymentRecord to RemittanceHistoryRecord
    write RemittanceHistoryRecord

    move CT-ClaimantReference(ClaimantSlot) to AdviceClaimantReference
    move TodaysDate to AdviceDate
    *> everything paid or recognised as a duplicate goes back marked
    *> settled behind the records that already were - a rerun of this
    *> step finds nothing left to select, which is what makes it safe
    *> to run again. A duplicate is marked apart from a paid claim so
    *> the account screen never shows it as money that went out
    perform varying PaymentSlot from 1 by 1
            until PaymentSlot is greater than PaymentEntryCount
        move PE-ClaimantReference(PaymentSlot) to PW-ClaimantReference
        move PE-LateMinutes(PaymentSlot) to PW-LateMinutes
        move PE-PercentagePaid(PaymentSlot) to PW-PercentagePaid
        move PE-AmountPaid(PaymentSlot) to PW-AmountPaid
        if PE-DuplicateClaim(PaymentSlot)
            move "D" to PW-SettledFlag
        else
            move "Y" to PW-SettledFlag
        end-if
        write PaymentWorkRecord
    end-perform

