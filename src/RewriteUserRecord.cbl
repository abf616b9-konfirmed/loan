IDENTIFICATION DIVISION.
PROGRAM-ID. RewriteUserRecord.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY USSEL.
    SELECT UserWorkFile ASSIGN TO 'users-work.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UserWorkStatus.

DATA DIVISION.
FILE SECTION.
FD  UserFile.
    COPY USREC.

FD  UserWorkFile.
01  UserWorkLine PIC X(110).

WORKING-STORAGE SECTION.
01 WS-UserFileStatus PIC X(02).
01 WS-UserWorkStatus PIC X(02).
01 EOF               PIC X VALUE 'N'.

LINKAGE SECTION.
    COPY USREC REPLACING LEADING ==User== BY ==LS-User==.
01 LS-UserReplaced PIC X(01).

*> users.dat is line sequential and cannot be updated in place, so the
*> file is copied to a work file with the caller's record swapped in
*> for the one carrying the same User ID, then copied back
PROCEDURE DIVISION USING LS-UserRecord LS-UserReplaced.
    MOVE 'N' TO LS-UserReplaced.
    MOVE 'N' TO EOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus NOT = '00'
        DISPLAY 'users.dat not found or not readable; account not updated.'
        GOBACK
    END-IF.
    OPEN OUTPUT UserWorkFile.
    PERFORM UNTIL EOF = 'Y'
        READ UserFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF UserID = LS-UserID
                    MOVE LS-UserRecord TO UserWorkLine
                    MOVE 'Y' TO LS-UserReplaced
                ELSE
                    MOVE UserRecord TO UserWorkLine
                END-IF
                WRITE UserWorkLine
    END-PERFORM.
    CLOSE UserFile.
    CLOSE UserWorkFile.

    IF LS-UserReplaced = 'Y'
        PERFORM REWRITE-USERS-FROM-WORK
    END-IF.
    GOBACK.

REWRITE-USERS-FROM-WORK.
    MOVE 'N' TO EOF.
    OPEN INPUT UserWorkFile.
    OPEN OUTPUT UserFile.
    PERFORM UNTIL EOF = 'Y'
        READ UserWorkFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                MOVE UserWorkLine TO UserRecord
                WRITE UserRecord
    END-PERFORM.
    CLOSE UserWorkFile.
    CLOSE UserFile.
