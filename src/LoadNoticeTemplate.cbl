IDENTIFICATION DIVISION.
PROGRAM-ID. LoadNoticeTemplate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY TPSEL.

DATA DIVISION.
FILE SECTION.
FD  NoticeTemplateFile.
    COPY TPREC.

WORKING-STORAGE SECTION.
01 WS-NoticeTemplateStatus PIC X(02).
01 EOF                     PIC X VALUE 'N'.
01 WS-TryLanguage          PIC X(02).
01 WS-StdIdx               PIC 9(3).

*> the standard English wording, used for any notice that compliance
*> has not yet put on the template file
01 WS-StandardWording.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '=== Payment Due Notice ==='.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE 'Payment Due Date: &DUEDATE&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE 'Total Payment Due: &AMOUNT&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '?Already Received Toward This Installment: &CREDIT&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE 'Paid Through: &PAIDTHROUGH&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE 'The payment will be applied as follows:'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '  Unpaid Fees:   &FEES&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '  Escrow:        &ESCROW&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '  Interest:      &INTEREST&'.
    05 FILLER PIC X(13) VALUE 'BILLING     0'.
    05 FILLER PIC X(100) VALUE '  Principal:     &PRINCIPAL&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE '=== Payment Reminder ==='.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE 'Your payment due &DUEDATE& is &DAYSLATE& day(s) past due.'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE 'Installment Due:   &INSTALLMENT&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE 'Unpaid Late Fees:  &FEES&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     1'.
    05 FILLER PIC X(100) VALUE 'Total Amount Owed: &AMOUNT&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE '=== Second Notice - Account Past Due ==='.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE 'Your payment due &DUEDATE& is &DAYSLATE& day(s) past due.'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE 'Installment Due:   &INSTALLMENT&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE 'Unpaid Late Fees:  &FEES&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     2'.
    05 FILLER PIC X(100) VALUE 'Total Amount Owed: &AMOUNT&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE '=== FINAL DEMAND FOR PAYMENT ==='.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Your payment due &DUEDATE& is &DAYSLATE& day(s) past due.'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Installment Due:   &INSTALLMENT&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Unpaid Late Fees:  &FEES&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Total Amount Owed: &AMOUNT&'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'Failure to pay may result in collection action and'.
    05 FILLER PIC X(13) VALUE 'DUNNING     3'.
    05 FILLER PIC X(100) VALUE 'referral for charge-off.'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE '=== Collection Notice - Charged-Off Account ==='.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE 'This account has been charged off and remains unpaid.'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE 'Balance Owed: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE 'Please contact us to arrange payment. If the balance is not'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  1'.
    05 FILLER PIC X(100) VALUE 'resolved, we may take legal action to collect it.'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE '=== Collection Notice - Charged-Off Account ==='.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'This account has been charged off and remains unpaid.'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'Balance Owed: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'The law limits how long you can be sued on a debt. Because of'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'the age of your debt, we will not sue you for it. If you do not'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'pay the debt, we may continue to report it to the credit'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  2'.
    05 FILLER PIC X(100) VALUE 'reporting agencies as unpaid.'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE '=== Collection Notice - Charged-Off Account ==='.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'This account has been charged off and remains unpaid.'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'Balance Owed: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'The law limits how long you can be sued on a debt. Because of'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'the age of your debt, we will not sue you for it, and we will'.
    05 FILLER PIC X(13) VALUE 'COLLECTION  3'.
    05 FILLER PIC X(100) VALUE 'not report it to any credit reporting agency.'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE '=== Notice of Adverse Action ==='.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'Application: &APPLICATION&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'Applicant: &NAME&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'Decision Date: &DECISIONDATE&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'Your application for credit has been declined for the'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'following reason(s):'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE '  &REASON&'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE SPACES.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'The federal Equal Credit Opportunity Act prohibits'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'creditors from discriminating against credit applicants'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'on the basis of race, color, religion, national origin,'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'sex, marital status, age, receipt of public assistance,'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'or good-faith exercise of rights under the Consumer'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'Credit Protection Act. The federal agency administering'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'compliance is named on the enclosure. You have the right'.
    05 FILLER PIC X(13) VALUE 'ADVERSE-ACT 0'.
    05 FILLER PIC X(100) VALUE 'to a statement of specific reasons within 30 days.'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE '=== Loan Statement ==='.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Borrower Name: &NAME&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Loan Amount: &LOANAMOUNT&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Interest Rate: &RATE&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Outstanding Balance: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Loan Status: &STATUS&'.
    05 FILLER PIC X(13) VALUE 'STATEMENT   0'.
    05 FILLER PIC X(100) VALUE 'Next Payment Due Date: &DUEDATE&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE '=== Annual Privacy Notice ==='.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'Federal law gives you the right to limit some but not all sharing of'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'your personal information. We may share information about you and'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'your account with nonaffiliated companies that offer products and'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'services to you, unless you tell us not to.'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'Your current choice: &STATUS&'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'To limit our sharing, call us or write to us at the address on your'.
    05 FILLER PIC X(13) VALUE 'PRIVACY     0'.
    05 FILLER PIC X(100) VALUE 'statement. Your choice stays in effect until you tell us otherwise.'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE '=== Loan Maturity Notice ==='.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'Your loan reaches its final maturity on &DUEDATE&.'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'Balance outstanding as of &RUNDATE&: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'The full remaining balance, with interest to the date paid, is due'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'on the maturity date. Please call us for a payoff figure or to'.
    05 FILLER PIC X(13) VALUE 'MATURITY    1'.
    05 FILLER PIC X(100) VALUE 'discuss your options before that date.'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE '=== Balloon Payment Notice ==='.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'Your loan matures on &DUEDATE& and a balloon payment is due then.'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'Scheduled balloon payment: &AMOUNT&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'Balance outstanding as of &RUNDATE&: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'Your regular payments do not pay off the loan. Please arrange to pay'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'the balloon, refinance, or call us to discuss your options before'.
    05 FILLER PIC X(13) VALUE 'MATURITY    2'.
    05 FILLER PIC X(100) VALUE 'the due date.'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE '=== Private Mortgage Insurance Cancellation Notice ==='.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'Private mortgage insurance on your loan was cancelled effective &DUEDATE&.'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'Reason: &REASON&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'Carrier: &CARRIER&   Certificate: &CERTIFICATE&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'Your monthly escrow payment no longer includes the PMI premium of &PREMIUM&.'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE '?Unearned premium refunded to you by check: &CREDIT&'.
    05 FILLER PIC X(13) VALUE 'PMI         1'.
    05 FILLER PIC X(100) VALUE 'The lower escrow payment takes effect with your next scheduled payment.'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '=== Annual Private Mortgage Insurance Disclosure ==='.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'Your loan carries private mortgage insurance with &CARRIER&, certificate &CERTIFICATE&.'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'Monthly premium collected through your escrow account: &PREMIUM&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'Original value of the property: &ORIGVALUE&   Principal balance as of &RUNDATE&: &BALANCE&'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'You may ask us in writing to cancel PMI once your principal balance reaches 80% of the original'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'value of the property, if your payments are current, you have a good payment history and there'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'are no other liens on the property. PMI ends automatically once your balance is scheduled to'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE 'reach 78% of the original value and your payments are current.'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '?Your balance is scheduled to reach 80% of the original value on &DATE80&.'.
    05 FILLER PIC X(13) VALUE 'PMI         2'.
    05 FILLER PIC X(100) VALUE '?Your balance is scheduled to reach 78% of the original value on &DATE78&.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE '=== Autopay Interest Rate Discount ==='.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE 'Thank you for paying by autopay. Effective &DUEDATE& your interest rate is reduced'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE 'from &OLDRATE&% to &RATE&%.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE '?Your new scheduled payment is &INSTALLMENT&.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE1'.
    05 FILLER PIC X(100) VALUE 'The discount stays in place for as long as your autopay enrollment remains active.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE '=== Autopay Interest Rate Discount Ended ==='.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE 'Loan ID: &LOANID&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE 'Borrower: &NAME&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS1&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE '?  &ADDRESS2&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE '?  &CITYSTATEZIP&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE '?  &COUNTRY&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE 'The autopay interest rate discount on your loan ended effective &DUEDATE&.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE 'Reason: &REASON&'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE 'Your interest rate has returned from &OLDRATE&% to &RATE&%.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE '?Your new scheduled payment is &INSTALLMENT&.'.
    05 FILLER PIC X(13) VALUE 'AUTOPAY-RATE2'.
    05 FILLER PIC X(100) VALUE 'Please contact us with any questions about your autopay enrollment or your rate.'.
01 WS-StandardTable REDEFINES WS-StandardWording.
    05 WS-StdEntry OCCURS 209 TIMES.
        10 WS-StdNoticeType PIC X(12).
        10 WS-StdLevel      PIC 9(1).
        10 WS-StdText       PIC X(100).

LINKAGE SECTION.
01 LS-NoticeType PIC X(12).
01 LS-Level      PIC 9(1).
01 LS-Language   PIC X(02).
    COPY NLREC.

*> picks the wording for a notice: the template on file for the
*> borrower's language, else the English template on file, else the
*> standard English wording. Dunning, collection, maturity and PMI
*> templates are kept per notice level; every other notice type is
*> level 0
PROCEDURE DIVISION USING LS-NoticeType LS-Level LS-Language
        NoticeTemplateLines.
    MOVE ZERO TO NoticeLineCount.
    MOVE SPACES TO NoticeLanguageUsed.
    MOVE LS-Language TO WS-TryLanguage.
    IF WS-TryLanguage = SPACES
        MOVE 'EN' TO WS-TryLanguage
    END-IF.
    PERFORM READ-FILE-TEMPLATE.
    IF NoticeLineCount = ZERO AND WS-TryLanguage NOT = 'EN'
        MOVE 'EN' TO WS-TryLanguage
        PERFORM READ-FILE-TEMPLATE
    END-IF.
    IF NoticeLineCount = ZERO
        PERFORM LOAD-STANDARD-WORDING
    END-IF.
    GOBACK.

READ-FILE-TEMPLATE.
    MOVE 'N' TO EOF.
    OPEN INPUT NoticeTemplateFile.
    IF WS-NoticeTemplateStatus = '00'
        MOVE LS-NoticeType  TO TemplateNoticeType
        MOVE LS-Level       TO TemplateLevel
        MOVE WS-TryLanguage TO TemplateLanguage
        MOVE ZERO           TO TemplateLineNo
        START NoticeTemplateFile KEY IS NOT LESS THAN TemplateKey
            INVALID KEY
                MOVE 'Y' TO EOF
        END-START
        PERFORM UNTIL EOF = 'Y'
            READ NoticeTemplateFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF TemplateNoticeType = LS-NoticeType
                            AND TemplateLevel = LS-Level
                            AND TemplateLanguage = WS-TryLanguage
                            AND NoticeLineCount < 40
                        ADD 1 TO NoticeLineCount
                        MOVE TemplateText
                            TO NoticeTemplateLine(NoticeLineCount)
                    ELSE
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE NoticeTemplateFile
    END-IF.
    IF NoticeLineCount > ZERO
        MOVE WS-TryLanguage TO NoticeLanguageUsed
    END-IF.

LOAD-STANDARD-WORDING.
    MOVE 'EN' TO NoticeLanguageUsed.
    PERFORM VARYING WS-StdIdx FROM 1 BY 1 UNTIL WS-StdIdx > 209
        IF WS-StdNoticeType(WS-StdIdx) = LS-NoticeType
                AND WS-StdLevel(WS-StdIdx) = LS-Level
                AND NoticeLineCount < 40
            ADD 1 TO NoticeLineCount
            MOVE WS-StdText(WS-StdIdx) TO NoticeTemplateLine(NoticeLineCount)
        END-IF
    END-PERFORM.
