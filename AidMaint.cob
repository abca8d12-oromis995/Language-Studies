IDENTIFICATION DIVISION.
PROGRAM-ID. AidMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL awardMastFile ASSIGN TO "P2Award.dat"
        FILE STATUS IS AWARD-MAST-STATUS.
    SELECT awardWrkFile ASSIGN TO "P2AwardWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AWD-WRK-KEY
        FILE STATUS IS AWARD-WRK-STATUS.
    SELECT OPTIONAL journalFile ASSIGN TO "P2AidJournal.dat".
DATA DIVISION.
FILE SECTION.
FD awardMastFile.
    01 awardMastRecord.
        02 AWD-W-NUMBER PIC X(10).
        02 AWD-YEAR PIC 9(4)X.
        02 AWD-SEASON PIC X(7).
        02 AWD-FUND PIC X(5).
        02 AWD-AMOUNT PIC 9(6)V99.
        02 AWD-MIN-CREDITS PIC 9(2).
        02 AWD-DISBURSED PIC 9(6)V99.
        02 AWD-LAST-DATE PIC 9(8).
FD awardWrkFile.
    01 awardWrkRecord.
        02 AWD-WRK-KEY.
            03 AWD-WRK-WNUM PIC X(10).
            03 AWD-WRK-YEAR PIC 9(4)X.
            03 AWD-WRK-SEASON PIC X(7).
            03 AWD-WRK-FUND PIC X(5).
        02 AWD-WRK-AMOUNT PIC 9(6)V99.
        02 AWD-WRK-MIN-CREDITS PIC 9(2).
        02 AWD-WRK-DISBURSED PIC 9(6)V99.
        02 AWD-WRK-LAST-DATE PIC 9(8).
FD journalFile.
    01 journalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-FILE-ID PIC X(7).
        02 JRN-ACTION PIC X(7).
        02 JRN-BEFORE PIC X(53).
        02 JRN-AFTER PIC X(53).
WORKING-STORAGE SECTION.
    01 AWARD-MAST-STATUS PIC XX.
    01 AWARD-WRK-STATUS PIC XX.
    01 AWARD-EOF-CHK PIC X VALUE "F".
    01 MENU-CHOICE PIC X.
    01 SESSION-DONE-CHK PIC X VALUE "N".
        88 SESSION-DONE VALUE "Y".
    01 SAVE-WANTED-CHK PIC X VALUE "Y".
        88 SAVE-WANTED VALUE "Y".
    01 CHANGE-COUNT PIC 9(4) VALUE ZERO.
    01 RUN-DATE-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 WNUM-ENTRY-WS PIC X(10).
    01 WNUM-CAND-WS PIC X(10).
    01 WNUM-EDIT-WS.
        02 WNUM-EDIT-FIRST PIC X.
        02 WNUM-EDIT-REST PIC X(9).
    01 WNUM-VALID-CHK PIC X VALUE "N".
        88 WNUM-VALID VALUE "Y".
    01 SEASON-ENTRY-WS PIC X(7).
        88 SEASON-ENTRY-VALID VALUE "WINTER" "SPRING" "SUMMER" "AUTUMN".
    01 YEAR-ENTRY-WS PIC X(4).
    01 FUND-ENTRY-WS PIC X(5).
    01 AMOUNT-ENTRY-WS PIC X(8).
    01 AMOUNT-ENTRY-NUM REDEFINES AMOUNT-ENTRY-WS PIC 9(6)V99.
    01 MIN-CREDITS-ENTRY-WS PIC X(2).
    01 AWARD-ENTRY-VALID-CHK PIC X VALUE "N".
        88 AWARD-ENTRY-VALID VALUE "Y".
    01 SHOW-DONE-CHK PIC X VALUE "N".
        88 SHOW-DONE VALUE "Y".
    01 SHOW-FOUND-CHK PIC X VALUE "N".
        88 SHOW-FOUND VALUE "Y".
    01 BEFORE-IMAGE-WS PIC X(53).
    01 AFTER-IMAGE-WS PIC X(53).
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "FINANCIAL AID AWARD MAINTENANCE".
    PERFORM subLoadAwardWork
    OPEN EXTEND journalFile.
    PERFORM subShowMenu
    PERFORM subGetChoice
        PERFORM UNTIL SESSION-DONE
        IF MENU-CHOICE = "1"
            PERFORM subAddAward
        ELSE
            IF MENU-CHOICE = "2"
                PERFORM subChangeAward
            ELSE
                IF MENU-CHOICE = "3"
                    PERFORM subDeleteAward
                ELSE
                    IF MENU-CHOICE = "4"
                        PERFORM subShowAwards
                    ELSE
                        DISPLAY "UNKNOWN CHOICE, ENTER 1-4, Q OR X"
                    END-IF
                END-IF
            END-IF
        END-IF
        PERFORM subShowMenu
        PERFORM subGetChoice
    END-PERFORM.
    IF SAVE-WANTED
        PERFORM subSaveAwardFile
        DISPLAY "MAINTENANCE SESSION COMPLETE, CHANGES APPLIED = "
            CHANGE-COUNT
    ELSE
        DISPLAY "QUIT WITHOUT SAVING - P2Award.dat UNCHANGED, "
            "JOURNAL KEPT"
    END-IF.
    CLOSE journalFile.
    CLOSE awardWrkFile.
STOP RUN.
subShowMenu.
    DISPLAY " ".
    DISPLAY "1 = ADD AWARD              3 = DELETE AWARD".
    DISPLAY "2 = CHANGE AWARD           4 = SHOW AWARDS".
    DISPLAY "Q = QUIT AND SAVE          X = QUIT WITHOUT SAVING".
subGetChoice.
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT MENU-CHOICE
    IF MENU-CHOICE = "Q" OR MENU-CHOICE = "q"
        MOVE "Y" TO SESSION-DONE-CHK
        MOVE "Y" TO SAVE-WANTED-CHK
    END-IF
    IF MENU-CHOICE = "X" OR MENU-CHOICE = "x"
        MOVE "Y" TO SESSION-DONE-CHK
        MOVE "N" TO SAVE-WANTED-CHK
    END-IF.
subValidateWNumFormat.
    MOVE "N" TO WNUM-VALID-CHK
    MOVE WNUM-CAND-WS TO WNUM-EDIT-WS
    IF WNUM-EDIT-FIRST = "W"
        AND WNUM-EDIT-REST IS NUMERIC
        MOVE "Y" TO WNUM-VALID-CHK
    ELSE
        DISPLAY "INVALID W-NUMBER FORMAT, EXPECTED W FOLLOWED BY "
            "9 DIGITS: " WNUM-CAND-WS
    END-IF.
subAcceptAwardKey.
    DISPLAY "W-NUMBER: " WITH NO ADVANCING
    ACCEPT WNUM-ENTRY-WS
    DISPLAY "SEASON: " WITH NO ADVANCING
    ACCEPT SEASON-ENTRY-WS
    DISPLAY "YEAR (4 DIGITS): " WITH NO ADVANCING
    ACCEPT YEAR-ENTRY-WS
    DISPLAY "FUND CODE: " WITH NO ADVANCING
    ACCEPT FUND-ENTRY-WS
    INSPECT SEASON-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF SEASON-ENTRY-WS = "FALL"
        MOVE "AUTUMN" TO SEASON-ENTRY-WS
    END-IF
    INSPECT FUND-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE WNUM-ENTRY-WS TO WNUM-CAND-WS
    PERFORM subValidateWNumFormat
    IF WNUM-VALID
        IF NOT SEASON-ENTRY-VALID
            DISPLAY "SEASON MUST BE WINTER, SPRING, SUMMER OR AUTUMN: "
                SEASON-ENTRY-WS
            MOVE "N" TO WNUM-VALID-CHK
        ELSE
            IF YEAR-ENTRY-WS IS NOT NUMERIC
                DISPLAY "YEAR MUST BE 4 DIGITS: " YEAR-ENTRY-WS
                MOVE "N" TO WNUM-VALID-CHK
            ELSE
                IF FUND-ENTRY-WS = SPACES
                    DISPLAY "FUND CODE MAY NOT BE BLANK"
                    MOVE "N" TO WNUM-VALID-CHK
                END-IF
            END-IF
        END-IF
    END-IF
    IF WNUM-VALID
        MOVE WNUM-ENTRY-WS TO AWD-WRK-WNUM
        MOVE YEAR-ENTRY-WS TO AWD-WRK-YEAR
        MOVE SEASON-ENTRY-WS TO AWD-WRK-SEASON
        MOVE FUND-ENTRY-WS TO AWD-WRK-FUND
    END-IF.
subAcceptAwardFields.
    MOVE "N" TO AWARD-ENTRY-VALID-CHK
    DISPLAY "AWARD AMOUNT (8 DIGITS, 00150000 = 1500.00): "
        WITH NO ADVANCING
    ACCEPT AMOUNT-ENTRY-WS
    DISPLAY "MINIMUM CREDITS (2 DIGITS): " WITH NO ADVANCING
    ACCEPT MIN-CREDITS-ENTRY-WS
    IF AMOUNT-ENTRY-WS IS NOT NUMERIC
        DISPLAY "AWARD AMOUNT MUST BE NUMERIC: " AMOUNT-ENTRY-WS
    ELSE
        IF MIN-CREDITS-ENTRY-WS IS NOT NUMERIC
            DISPLAY "MINIMUM CREDITS MUST BE NUMERIC: "
                MIN-CREDITS-ENTRY-WS
        ELSE
            MOVE "Y" TO AWARD-ENTRY-VALID-CHK
        END-IF
    END-IF.
subAddAward.
    PERFORM subAcceptAwardKey
    IF WNUM-VALID
        READ awardWrkFile
            INVALID KEY
                PERFORM subAcceptAwardFields
                IF AWARD-ENTRY-VALID
                    PERFORM subWriteNewAward
                END-IF
            NOT INVALID KEY
                DISPLAY "AWARD ALREADY ON FILE: " WNUM-ENTRY-WS " "
                    SEASON-ENTRY-WS " " YEAR-ENTRY-WS " " FUND-ENTRY-WS
        END-READ
    END-IF.
subWriteNewAward.
    MOVE WNUM-ENTRY-WS TO AWD-WRK-WNUM
    MOVE YEAR-ENTRY-WS TO AWD-WRK-YEAR
    MOVE SEASON-ENTRY-WS TO AWD-WRK-SEASON
    MOVE FUND-ENTRY-WS TO AWD-WRK-FUND
    MOVE AMOUNT-ENTRY-NUM TO AWD-WRK-AMOUNT
    MOVE MIN-CREDITS-ENTRY-WS TO AWD-WRK-MIN-CREDITS
    MOVE ZERO TO AWD-WRK-DISBURSED
    MOVE ZERO TO AWD-WRK-LAST-DATE
    WRITE awardWrkRecord
        INVALID KEY
            DISPLAY "AWARD WRITE FAILED: " WNUM-ENTRY-WS " "
                FUND-ENTRY-WS
        NOT INVALID KEY
            MOVE SPACES TO BEFORE-IMAGE-WS
            MOVE awardWrkRecord TO AFTER-IMAGE-WS
            MOVE "AWARD" TO JRN-FILE-ID
            MOVE "ADD" TO JRN-ACTION
            PERFORM subWriteJournal
            DISPLAY "AWARD ADDED: " WNUM-ENTRY-WS " " FUND-ENTRY-WS
    END-WRITE.
subChangeAward.
    PERFORM subAcceptAwardKey
    IF WNUM-VALID
        READ awardWrkFile
            INVALID KEY
                DISPLAY "NO AWARD ON FILE: " WNUM-ENTRY-WS " "
                    SEASON-ENTRY-WS " " YEAR-ENTRY-WS " " FUND-ENTRY-WS
            NOT INVALID KEY
                PERFORM subChangeOneAward
        END-READ
    END-IF.
subChangeOneAward.
    DISPLAY "CURRENT AMOUNT " AWD-WRK-AMOUNT " MINIMUM CREDITS "
        AWD-WRK-MIN-CREDITS " DISBURSED " AWD-WRK-DISBURSED
    PERFORM subAcceptAwardFields
    IF AWARD-ENTRY-VALID
        MOVE awardWrkRecord TO BEFORE-IMAGE-WS
        MOVE AMOUNT-ENTRY-NUM TO AWD-WRK-AMOUNT
        MOVE MIN-CREDITS-ENTRY-WS TO AWD-WRK-MIN-CREDITS
        REWRITE awardWrkRecord
            INVALID KEY
                DISPLAY "REWRITE FAILED: " WNUM-ENTRY-WS " "
                    FUND-ENTRY-WS
            NOT INVALID KEY
                MOVE awardWrkRecord TO AFTER-IMAGE-WS
                MOVE "AWARD" TO JRN-FILE-ID
                MOVE "CHANGE" TO JRN-ACTION
                PERFORM subWriteJournal
                DISPLAY "AWARD CHANGED: " WNUM-ENTRY-WS " "
                    FUND-ENTRY-WS
        END-REWRITE
    END-IF.
subDeleteAward.
    PERFORM subAcceptAwardKey
    IF WNUM-VALID
        READ awardWrkFile
            INVALID KEY
                DISPLAY "NO AWARD ON FILE: " WNUM-ENTRY-WS " "
                    SEASON-ENTRY-WS " " YEAR-ENTRY-WS " " FUND-ENTRY-WS
            NOT INVALID KEY
                PERFORM subDeleteOneAward
        END-READ
    END-IF.
subDeleteOneAward.
    IF AWD-WRK-DISBURSED NOT = ZERO
        DISPLAY "AWARD HAS " AWD-WRK-DISBURSED " DISBURSED - CHANGE "
            "THE AMOUNT TO ZERO AND RUN AidDisb BEFORE DELETING"
    ELSE
        MOVE awardWrkRecord TO BEFORE-IMAGE-WS
        DELETE awardWrkFile RECORD
            INVALID KEY
                DISPLAY "DELETE FAILED: " WNUM-ENTRY-WS " "
                    FUND-ENTRY-WS
            NOT INVALID KEY
                MOVE SPACES TO AFTER-IMAGE-WS
                MOVE "AWARD" TO JRN-FILE-ID
                MOVE "DELETE" TO JRN-ACTION
                PERFORM subWriteJournal
                DISPLAY "AWARD DELETED: " WNUM-ENTRY-WS " "
                    FUND-ENTRY-WS
        END-DELETE
    END-IF.
subShowAwards.
    DISPLAY "W-NUMBER TO SHOW: " WITH NO ADVANCING
    ACCEPT WNUM-ENTRY-WS
    MOVE "N" TO SHOW-FOUND-CHK
    MOVE "N" TO SHOW-DONE-CHK
    MOVE WNUM-ENTRY-WS TO AWD-WRK-WNUM
    MOVE LOW-VALUES TO AWD-WRK-YEAR
    MOVE LOW-VALUES TO AWD-WRK-SEASON
    MOVE LOW-VALUES TO AWD-WRK-FUND
    START awardWrkFile KEY IS NOT LESS THAN AWD-WRK-KEY
        INVALID KEY
            MOVE "Y" TO SHOW-DONE-CHK
    END-START
    PERFORM subShowNextAward UNTIL SHOW-DONE
    IF NOT SHOW-FOUND
        DISPLAY "NO AWARDS ON FILE: " WNUM-ENTRY-WS
    END-IF.
subShowNextAward.
    READ awardWrkFile NEXT RECORD
        AT END
            MOVE "Y" TO SHOW-DONE-CHK
        NOT AT END
            IF AWD-WRK-WNUM NOT = WNUM-ENTRY-WS
                MOVE "Y" TO SHOW-DONE-CHK
            ELSE
                MOVE "Y" TO SHOW-FOUND-CHK
                DISPLAY AWD-WRK-SEASON " " AWD-WRK-YEAR " FUND "
                    AWD-WRK-FUND " AMOUNT " AWD-WRK-AMOUNT " MIN "
                    AWD-WRK-MIN-CREDITS " DISBURSED " AWD-WRK-DISBURSED
            END-IF
    END-READ.
subWriteJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
    MOVE RUN-TIME-WS TO JRN-TIME
    MOVE BEFORE-IMAGE-WS TO JRN-BEFORE
    MOVE AFTER-IMAGE-WS TO JRN-AFTER
    WRITE journalRecord
    ADD 1 TO CHANGE-COUNT.
subLoadAwardWork.
    OPEN INPUT awardMastFile.
    OPEN OUTPUT awardWrkFile.
    IF AWARD-MAST-STATUS = "00"
        PERFORM subReadAward
            PERFORM UNTIL AWARD-EOF-CHK = "T"
            MOVE awardMastRecord TO awardWrkRecord
            WRITE awardWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadAward
        END-PERFORM
    END-IF.
    CLOSE awardMastFile.
    CLOSE awardWrkFile.
    OPEN I-O awardWrkFile.
subReadAward.
    READ awardMastFile
    AT END
        MOVE "T" TO AWARD-EOF-CHK
    END-READ.
subSaveAwardFile.
    CLOSE awardWrkFile.
    OPEN INPUT awardWrkFile.
    IF AWARD-WRK-STATUS NOT = "00"
        DISPLAY "P2Award.dat NOT SAVED, WORK FILE STATUS = "
            AWARD-WRK-STATUS
    ELSE
        OPEN OUTPUT awardMastFile
        MOVE "F" TO AWARD-EOF-CHK
        PERFORM subReadAwardWork
            PERFORM UNTIL AWARD-EOF-CHK = "T"
            MOVE awardWrkRecord TO awardMastRecord
            WRITE awardMastRecord
            PERFORM subReadAwardWork
        END-PERFORM
        CLOSE awardMastFile
    END-IF.
subReadAwardWork.
    READ awardWrkFile NEXT RECORD
        AT END
            MOVE "T" TO AWARD-EOF-CHK
        NOT AT END
            IF AWARD-WRK-STATUS NOT = "00" AND AWARD-WRK-STATUS NOT = "02"
                MOVE "T" TO AWARD-EOF-CHK
            END-IF
    END-READ.
