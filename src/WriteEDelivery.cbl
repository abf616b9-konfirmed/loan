IDENTIFICATION DIVISION.
PROGRAM-ID. WriteEDelivery.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY EMSEL.

DATA DIVISION.
FILE SECTION.
FD  EDeliveryFile.
    COPY EMREC.

WORKING-STORAGE SECTION.
01 WS-EDeliveryFileStatus PIC X(02).
01 WS-EDeliveryFileName   PIC X(40).

LINKAGE SECTION.
01 LS-LoanID        PIC 9(7).
01 LS-BorrowerID    PIC 9(5).
01 LS-EmailAddress  PIC X(60).
01 LS-NoticeType    PIC X(12).
01 LS-DocumentName  PIC X(40).
01 LS-Date          PIC 9(8).

*> one line per document for the email vendor: where to send it and
*> which document file to attach. The day's file is picked up after
*> the batch; the documents themselves stay out of the print run
PROCEDURE DIVISION USING LS-LoanID LS-BorrowerID LS-EmailAddress
        LS-NoticeType LS-DocumentName LS-Date.
    MOVE SPACES TO WS-EDeliveryFileName.
    STRING 'edelivery-' LS-Date '.dat' DELIMITED BY SIZE
        INTO WS-EDeliveryFileName.
    OPEN EXTEND EDeliveryFile.
    IF WS-EDeliveryFileStatus = '35'
        OPEN OUTPUT EDeliveryFile
        CLOSE EDeliveryFile
        OPEN EXTEND EDeliveryFile
    END-IF.
    MOVE LS-LoanID       TO EDelivLoanID.
    MOVE LS-BorrowerID   TO EDelivBorrowerID.
    MOVE LS-EmailAddress TO EDelivEmailAddress.
    MOVE LS-NoticeType   TO EDelivNoticeType.
    MOVE LS-DocumentName TO EDelivDocumentName.
    MOVE LS-Date         TO EDelivDate.
    WRITE EDeliveryRecord.
    CLOSE EDeliveryFile.
    GOBACK.
