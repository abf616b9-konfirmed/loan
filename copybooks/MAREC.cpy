01  MailingAddress.
    05 MailAddrLine1    PIC X(40).
    05 MailAddrLine2    PIC X(40).
    05 MailCity         PIC X(25).
    05 MailState        PIC X(02).
    05 MailZipCode.
        10 MailZip5     PIC X(05).
        10 MailZip4     PIC X(04).
    05 MailCountry      PIC X(02).
        88 MailCountryUS VALUE 'US' SPACES.
