IDENTIFICATION DIVISION.
PROGRAM-ID. EnrHist.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL enrJournalFile ASSIGN TO "P2EnrJournal.dat"
        FILE STATUS IS ENR-JRN-STATUS.
DATA DIVISION.
FILE SECTION.
FD enrJournalFile.
    01 enrJournalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-PROGRAM PIC X(11).
        02 JRN-ACTION PIC X(7).
        02 JRN-BEFORE.
            03 W-NUMBER-BEF PIC X(10).
            03 YEAR-BEF PIC 9(4)X.
            03 SEASON-BEF PIC X(7).
            03 COURSE-ACR-BEF PIC X(5).
            03 COURSE-NUM-BEF PIC 9(3)X.
            03 NAME-BEF PIC X(14).
            03 COURSE-NAME-BEF PIC X(24).
            03 RETURN-BEF PIC X.
            03 SECTION-BEF PIC 9(2).
        02 JRN-AFTER.
            03 W-NUMBER-AFT PIC X(10).
            03 YEAR-AFT PIC 9(4)X.
            03 SEASON-AFT PIC X(7).
            03 COURSE-ACR-AFT PIC X(5).
            03 COURSE-NUM-AFT PIC 9(3)X.
            03 NAME-AFT PIC X(14).
            03 COURSE-NAME-AFT PIC X(24).
            03 RETURN-AFT PIC X.
            03 SECTION-AFT PIC 9(2).
WORKING-STORAGE SECTION.
    01 ENR-JRN-STATUS PIC XX.
    01 JRN-EOF-CHK PIC X VALUE "F".
    01 LOOKUP-MODE PIC X.
        88 LOOKUP-BY-STUDENT VALUE "S".
        88 LOOKUP-BY-SECTION VALUE "C".
    01 LOOKUP-W-NUMBER PIC X(10).
    01 LOOKUP-YEAR PIC 9(4)X.
    01 LOOKUP-SEASON PIC X(7).
    01 LOOKUP-ACR PIC X(5).
    01 LOOKUP-NUM PIC 9(3)X.
    01 LOOKUP-SECTION PIC X(2).
    01 LOOKUP-SECTION-NUM REDEFINES LOOKUP-SECTION PIC 9(2).
    01 MATCH-IMAGE-WS.
        02 W-NUMBER-MCH PIC X(10).
        02 YEAR-MCH PIC 9(4)X.
        02 SEASON-MCH PIC X(7).
        02 COURSE-ACR-MCH PIC X(5).
        02 COURSE-NUM-MCH PIC 9(3)X.
        02 NAME-MCH PIC X(14).
        02 COURSE-NAME-MCH PIC X(24).
        02 RETURN-MCH PIC X.
        02 SECTION-MCH PIC 9(2).
    01 MATCH-CHK PIC X VALUE "N".
        88 ENTRY-MATCHES VALUE "Y".
    01 FOUND-COUNT PIC 9(6) VALUE ZERO.
PROCEDURE DIVISION.
    DISPLAY "ENROLLMENT CHANGE HISTORY".
    DISPLAY "LOOK UP BY S = STUDENT AND TERM, C = COURSE SECTION: "
        WITH NO ADVANCING
    ACCEPT LOOKUP-MODE.
    INSPECT LOOKUP-MODE
        CONVERTING "sc" TO "SC".
    IF LOOKUP-BY-STUDENT
        DISPLAY "ENTER W-NUMBER: " WITH NO ADVANCING
        ACCEPT LOOKUP-W-NUMBER
        DISPLAY "ENTER YEAR (4 DIGITS): " WITH NO ADVANCING
        ACCEPT LOOKUP-YEAR
        DISPLAY "ENTER SEASON: " WITH NO ADVANCING
        ACCEPT LOOKUP-SEASON
    ELSE
        IF LOOKUP-BY-SECTION
            DISPLAY "ENTER COURSE ACRONYM: " WITH NO ADVANCING
            ACCEPT LOOKUP-ACR
            DISPLAY "ENTER COURSE NUMBER: " WITH NO ADVANCING
            ACCEPT LOOKUP-NUM
            DISPLAY "ENTER SECTION (2 DIGITS): " WITH NO ADVANCING
            ACCEPT LOOKUP-SECTION
            DISPLAY "ENTER YEAR (4 DIGITS, BLANK FOR ALL TERMS): "
                WITH NO ADVANCING
            ACCEPT LOOKUP-YEAR
            IF LOOKUP-YEAR NOT = SPACES
                DISPLAY "ENTER SEASON: " WITH NO ADVANCING
                ACCEPT LOOKUP-SEASON
            ELSE
                MOVE SPACES TO LOOKUP-SEASON
            END-IF
            INSPECT LOOKUP-ACR
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF LOOKUP-SECTION IS NOT NUMERIC
                DISPLAY "SECTION MUST BE 2 DIGITS: " LOOKUP-SECTION
                STOP RUN
            END-IF
        ELSE
            DISPLAY "UNKNOWN CHOICE, ENTER S OR C"
            STOP RUN
        END-IF
    END-IF.
    INSPECT LOOKUP-SEASON
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF LOOKUP-SEASON = "FALL"
        MOVE "AUTUMN" TO LOOKUP-SEASON
    END-IF.
    OPEN INPUT enrJournalFile.
    IF ENR-JRN-STATUS = "00"
        DISPLAY "  DATE     TIME     PROGRAM     ACTION  "
            "W-NUMBER   YEAR  SEASON  ACR   NUM  SEC R STUDENT NAME"
        PERFORM subReadJournal
            PERFORM UNTIL JRN-EOF-CHK = "T"
            PERFORM subCheckEntry
            IF ENTRY-MATCHES
                PERFORM subShowEntry
            END-IF
            PERFORM subReadJournal
        END-PERFORM
        IF FOUND-COUNT = ZERO
            DISPLAY "NO ENROLLMENT CHANGES FOUND FOR THAT SELECTION"
        ELSE
            DISPLAY "CHANGES LISTED = " FOUND-COUNT
        END-IF
    ELSE
        DISPLAY "UNABLE TO OPEN P2EnrJournal.dat, STATUS = "
            ENR-JRN-STATUS
    END-IF.
    CLOSE enrJournalFile.
    STOP RUN.
subReadJournal.
    READ enrJournalFile
    AT END
        MOVE "T" TO JRN-EOF-CHK
    END-READ.
subCheckEntry.
    MOVE "N" TO MATCH-CHK
    IF JRN-AFTER NOT = SPACES
        MOVE JRN-AFTER TO MATCH-IMAGE-WS
    ELSE
        MOVE JRN-BEFORE TO MATCH-IMAGE-WS
    END-IF
    IF LOOKUP-BY-STUDENT
        IF W-NUMBER-MCH = LOOKUP-W-NUMBER
            AND YEAR-MCH = LOOKUP-YEAR
            AND SEASON-MCH = LOOKUP-SEASON
            MOVE "Y" TO MATCH-CHK
        END-IF
    ELSE
        IF COURSE-ACR-MCH = LOOKUP-ACR
            AND COURSE-NUM-MCH = LOOKUP-NUM
            AND SECTION-MCH = LOOKUP-SECTION-NUM
            IF LOOKUP-YEAR = SPACES
                OR (YEAR-MCH = LOOKUP-YEAR AND SEASON-MCH = LOOKUP-SEASON)
                MOVE "Y" TO MATCH-CHK
            END-IF
        END-IF
    END-IF.
subShowEntry.
    ADD 1 TO FOUND-COUNT
    IF JRN-BEFORE NOT = SPACES
        DISPLAY "  " JRN-DATE " " JRN-TIME " " JRN-PROGRAM " " JRN-ACTION
            " " W-NUMBER-BEF " " YEAR-BEF " " SEASON-BEF " "
            COURSE-ACR-BEF " " COURSE-NUM-BEF " " SECTION-BEF "  "
            RETURN-BEF " " NAME-BEF
        IF JRN-AFTER NOT = SPACES
            DISPLAY "                                NOW     "
                W-NUMBER-AFT " " YEAR-AFT " " SEASON-AFT " "
                COURSE-ACR-AFT " " COURSE-NUM-AFT " " SECTION-AFT "  "
                RETURN-AFT " " NAME-AFT
        END-IF
    ELSE
        DISPLAY "  " JRN-DATE " " JRN-TIME " " JRN-PROGRAM " " JRN-ACTION
            " " W-NUMBER-AFT " " YEAR-AFT " " SEASON-AFT " "
            COURSE-ACR-AFT " " COURSE-NUM-AFT " " SECTION-AFT "  "
            RETURN-AFT " " NAME-AFT
    END-IF.
