        02 STU-CITY PIC X(20).
        02 STU-POSTAL PIC X(10).
        02 STU-EMAIL PIC X(30).
        02 STU-MAJOR PIC X(4).
FD studentWrkFile.
    01 studentWrkRecord.
        02 STU-WRK-KEY.
        02 STU-WRK-CITY PIC X(20).
        02 STU-WRK-POSTAL PIC X(10).
        02 STU-WRK-EMAIL PIC X(30).
        02 STU-WRK-MAJOR PIC X(4).
FD journalFile.
    01 journalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-FILE-ID PIC X(7).
        02 JRN-ACTION PIC X(6).
        02 JRN-BEFORE PIC X(164).
        02 JRN-AFTER PIC X(164).
WORKING-STORAGE SECTION.
    01 STUDENT-FILE-STATUS PIC XX.
    01 STU-WRK-STATUS PIC XX.
    01 CITY-ENTRY-WS PIC X(20).
    01 POSTAL-ENTRY-WS PIC X(10).
    01 EMAIL-ENTRY-WS PIC X(30).
    01 MAJOR-ENTRY-WS PIC X(4).
    01 STUDENT-ENTRY-VALID-CHK PIC X VALUE "N".
        88 STUDENT-ENTRY-VALID VALUE "Y".
    01 BEFORE-IMAGE-WS PIC X(164).
    01 AFTER-IMAGE-WS PIC X(164).
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "STUDENT DEMOGRAPHICS FILE MAINTENANCE".
    ACCEPT POSTAL-ENTRY-WS
    DISPLAY "EMAIL (BLANK IF NONE): " WITH NO ADVANCING
    ACCEPT EMAIL-ENTRY-WS
    DISPLAY "MAJOR CODE (BLANK IF UNDECLARED): " WITH NO ADVANCING
    ACCEPT MAJOR-ENTRY-WS
    INSPECT MAJOR-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF NAME-ENTRY-WS = SPACES
        DISPLAY "FULL NAME MAY NOT BE BLANK"
    ELSE
    MOVE ADDR2-ENTRY-WS TO STU-WRK-ADDR2
    MOVE CITY-ENTRY-WS TO STU-WRK-CITY
    MOVE POSTAL-ENTRY-WS TO STU-WRK-POSTAL
    MOVE EMAIL-ENTRY-WS TO STU-WRK-EMAIL
    MOVE MAJOR-ENTRY-WS TO STU-WRK-MAJOR.
subAddStudent.
    DISPLAY "W-NUMBER TO ADD: " WITH NO ADVANCING
    ACCEPT WNUM-ENTRY-WS
            END-IF
            DISPLAY "CITY:     " STU-WRK-CITY " " STU-WRK-POSTAL
            DISPLAY "EMAIL:    " STU-WRK-EMAIL
            DISPLAY "MAJOR:    " STU-WRK-MAJOR
    END-READ.
subWriteJournal.
    ACCEPT RUN-TIME-WS FROM TIME
