IDENTIFICATION DIVISION.
PROGRAM-ID. HoldMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL holdMastFile ASSIGN TO "P2HoldMast.dat"
        FILE STATUS IS HOLD-MAST-STATUS.
    SELECT holdWrkFile ASSIGN TO "P2HoldWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-WRK-KEY
        FILE STATUS IS HOLD-WRK-STATUS.
    SELECT OPTIONAL journalFile ASSIGN TO "P2HoldJournal.dat".
DATA DIVISION.
FILE SECTION.
FD holdMastFile.
    01 holdMastRecord.
        02 HMST-W-NUMBER PIC X(10).
        02 HMST-TYPE PIC X.
        02 HMST-REASON PIC X(30).
        02 HMST-PLACED-DATE PIC 9(8).
        02 HMST-RELEASED-DATE PIC 9(8).
FD holdWrkFile.
    01 holdWrkRecord.
        02 HOLD-WRK-KEY.
            03 HOLD-WRK-WNUM PIC X(10).
            03 HOLD-WRK-TYPE PIC X.
        02 HOLD-WRK-REASON PIC X(30).
        02 HOLD-WRK-PLACED PIC 9(8).
        02 HOLD-WRK-RELEASED PIC 9(8).
FD journalFile.
    01 journalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-FILE-ID PIC X(7).
        02 JRN-ACTION PIC X(7).
        02 JRN-BEFORE PIC X(57).
        02 JRN-AFTER PIC X(57).
WORKING-STORAGE SECTION.
    01 HOLD-MAST-STATUS PIC XX.
    01 HOLD-WRK-STATUS PIC XX.
    01 HOLD-EOF-CHK PIC X VALUE "F".
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
    01 TYPE-ENTRY-WS PIC X.
        88 TYPE-ENTRY-VALID VALUE "B" "R" "A".
    01 REASON-ENTRY-WS PIC X(30).
    01 SHOW-TYPE-WS PIC X.
    01 SHOW-FOUND-CHK PIC X VALUE "N".
        88 SHOW-FOUND VALUE "Y".
    01 TYPE-DESC-WS PIC X(9).
    01 BEFORE-IMAGE-WS PIC X(57).
    01 AFTER-IMAGE-WS PIC X(57).
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "REGISTRATION HOLD MAINTENANCE".
    PERFORM subLoadHoldWork
    OPEN EXTEND journalFile.
    PERFORM subShowMenu
    PERFORM subGetChoice
        PERFORM UNTIL SESSION-DONE
        IF MENU-CHOICE = "1"
            PERFORM subPlaceHold
        ELSE
            IF MENU-CHOICE = "2"
                PERFORM subReleaseHold
            ELSE
                IF MENU-CHOICE = "3"
                    PERFORM subShowHolds
                ELSE
                    DISPLAY "UNKNOWN CHOICE, ENTER 1-3, Q OR X"
                END-IF
            END-IF
        END-IF
        PERFORM subShowMenu
        PERFORM subGetChoice
    END-PERFORM.
    IF SAVE-WANTED
        PERFORM subSaveHoldFile
        DISPLAY "MAINTENANCE SESSION COMPLETE, CHANGES APPLIED = "
            CHANGE-COUNT
    ELSE
        DISPLAY "QUIT WITHOUT SAVING - P2HoldMast.dat UNCHANGED, "
            "JOURNAL KEPT"
    END-IF.
    CLOSE journalFile.
    CLOSE holdWrkFile.
STOP RUN.
subShowMenu.
    DISPLAY " ".
    DISPLAY "1 = PLACE HOLD             3 = SHOW HOLDS".
    DISPLAY "2 = RELEASE HOLD".
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
subAcceptHoldKey.
    DISPLAY "W-NUMBER: " WITH NO ADVANCING
    ACCEPT WNUM-ENTRY-WS
    DISPLAY "HOLD TYPE (B = BURSAR, R = REGISTRAR, A = ACADEMIC): "
        WITH NO ADVANCING
    ACCEPT TYPE-ENTRY-WS
    INSPECT TYPE-ENTRY-WS
        CONVERTING "bra" TO "BRA"
    MOVE WNUM-ENTRY-WS TO WNUM-CAND-WS
    PERFORM subValidateWNumFormat
    IF WNUM-VALID AND NOT TYPE-ENTRY-VALID
        DISPLAY "HOLD TYPE MUST BE B, R OR A: " TYPE-ENTRY-WS
        MOVE "N" TO WNUM-VALID-CHK
    END-IF.
subPlaceHold.
    PERFORM subAcceptHoldKey
    IF WNUM-VALID
        DISPLAY "REASON: " WITH NO ADVANCING
        ACCEPT REASON-ENTRY-WS
        IF REASON-ENTRY-WS = SPACES
            DISPLAY "HOLD REASON MAY NOT BE BLANK"
        ELSE
            MOVE WNUM-ENTRY-WS TO HOLD-WRK-WNUM
            MOVE TYPE-ENTRY-WS TO HOLD-WRK-TYPE
            READ holdWrkFile
                INVALID KEY
                    PERFORM subAddHold
                NOT INVALID KEY
                    PERFORM subReplaceHold
            END-READ
        END-IF
    END-IF.
subAddHold.
    MOVE WNUM-ENTRY-WS TO HOLD-WRK-WNUM
    MOVE TYPE-ENTRY-WS TO HOLD-WRK-TYPE
    MOVE REASON-ENTRY-WS TO HOLD-WRK-REASON
    MOVE RUN-DATE-WS TO HOLD-WRK-PLACED
    MOVE ZERO TO HOLD-WRK-RELEASED
    WRITE holdWrkRecord
        INVALID KEY
            DISPLAY "HOLD WRITE FAILED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
        NOT INVALID KEY
            MOVE SPACES TO BEFORE-IMAGE-WS
            MOVE holdWrkRecord TO AFTER-IMAGE-WS
            MOVE "HOLD" TO JRN-FILE-ID
            MOVE "PLACE" TO JRN-ACTION
            PERFORM subWriteJournal
            DISPLAY "HOLD PLACED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
    END-WRITE.
subReplaceHold.
    IF HOLD-WRK-RELEASED = ZERO
        DISPLAY "HOLD ALREADY ACTIVE: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
            " PLACED " HOLD-WRK-PLACED
    ELSE
        MOVE holdWrkRecord TO BEFORE-IMAGE-WS
        MOVE REASON-ENTRY-WS TO HOLD-WRK-REASON
        MOVE RUN-DATE-WS TO HOLD-WRK-PLACED
        MOVE ZERO TO HOLD-WRK-RELEASED
        REWRITE holdWrkRecord
            INVALID KEY
                DISPLAY "REWRITE FAILED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
            NOT INVALID KEY
                MOVE holdWrkRecord TO AFTER-IMAGE-WS
                MOVE "HOLD" TO JRN-FILE-ID
                MOVE "PLACE" TO JRN-ACTION
                PERFORM subWriteJournal
                DISPLAY "HOLD PLACED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
        END-REWRITE
    END-IF.
subReleaseHold.
    PERFORM subAcceptHoldKey
    IF WNUM-VALID
        MOVE WNUM-ENTRY-WS TO HOLD-WRK-WNUM
        MOVE TYPE-ENTRY-WS TO HOLD-WRK-TYPE
        READ holdWrkFile
            INVALID KEY
                DISPLAY "NO HOLD ON FILE: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
            NOT INVALID KEY
                PERFORM subReleaseOneHold
        END-READ
    END-IF.
subReleaseOneHold.
    IF HOLD-WRK-RELEASED NOT = ZERO
        DISPLAY "HOLD ALREADY RELEASED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
            " ON " HOLD-WRK-RELEASED
    ELSE
        MOVE holdWrkRecord TO BEFORE-IMAGE-WS
        MOVE RUN-DATE-WS TO HOLD-WRK-RELEASED
        REWRITE holdWrkRecord
            INVALID KEY
                DISPLAY "REWRITE FAILED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
            NOT INVALID KEY
                MOVE holdWrkRecord TO AFTER-IMAGE-WS
                MOVE "HOLD" TO JRN-FILE-ID
                MOVE "RELEASE" TO JRN-ACTION
                PERFORM subWriteJournal
                DISPLAY "HOLD RELEASED: " WNUM-ENTRY-WS " " TYPE-ENTRY-WS
        END-REWRITE
    END-IF.
subShowHolds.
    DISPLAY "W-NUMBER TO SHOW: " WITH NO ADVANCING
    ACCEPT WNUM-ENTRY-WS
    MOVE "N" TO SHOW-FOUND-CHK
    MOVE "B" TO SHOW-TYPE-WS
    PERFORM subShowOneHold
    MOVE "R" TO SHOW-TYPE-WS
    PERFORM subShowOneHold
    MOVE "A" TO SHOW-TYPE-WS
    PERFORM subShowOneHold
    IF NOT SHOW-FOUND
        DISPLAY "NO HOLDS ON FILE: " WNUM-ENTRY-WS
    END-IF.
subShowOneHold.
    MOVE WNUM-ENTRY-WS TO HOLD-WRK-WNUM
    MOVE SHOW-TYPE-WS TO HOLD-WRK-TYPE
    READ holdWrkFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO SHOW-FOUND-CHK
            IF HOLD-WRK-TYPE = "B"
                MOVE "BURSAR" TO TYPE-DESC-WS
            ELSE
                IF HOLD-WRK-TYPE = "R"
                    MOVE "REGISTRAR" TO TYPE-DESC-WS
                ELSE
                    MOVE "ACADEMIC" TO TYPE-DESC-WS
                END-IF
            END-IF
            IF HOLD-WRK-RELEASED = ZERO
                DISPLAY TYPE-DESC-WS " ACTIVE    PLACED " HOLD-WRK-PLACED
                    " " HOLD-WRK-REASON
            ELSE
                DISPLAY TYPE-DESC-WS " RELEASED  PLACED " HOLD-WRK-PLACED
                    " RELEASED " HOLD-WRK-RELEASED " " HOLD-WRK-REASON
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
subLoadHoldWork.
    OPEN INPUT holdMastFile.
    OPEN OUTPUT holdWrkFile.
    IF HOLD-MAST-STATUS = "00"
        PERFORM subReadHold
            PERFORM UNTIL HOLD-EOF-CHK = "T"
            MOVE holdMastRecord TO holdWrkRecord
            WRITE holdWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadHold
        END-PERFORM
    END-IF.
    CLOSE holdMastFile.
    CLOSE holdWrkFile.
    OPEN I-O holdWrkFile.
subReadHold.
    READ holdMastFile
    AT END
        MOVE "T" TO HOLD-EOF-CHK
    END-READ.
subSaveHoldFile.
    CLOSE holdWrkFile.
    OPEN INPUT holdWrkFile.
    IF HOLD-WRK-STATUS NOT = "00"
        DISPLAY "P2HoldMast.dat NOT SAVED, WORK FILE STATUS = "
            HOLD-WRK-STATUS
    ELSE
        OPEN OUTPUT holdMastFile
        MOVE "F" TO HOLD-EOF-CHK
        PERFORM subReadHoldWork
            PERFORM UNTIL HOLD-EOF-CHK = "T"
            MOVE holdWrkRecord TO holdMastRecord
            WRITE holdMastRecord
            PERFORM subReadHoldWork
        END-PERFORM
        CLOSE holdMastFile
    END-IF.
subReadHoldWork.
    READ holdWrkFile NEXT RECORD
        AT END
            MOVE "T" TO HOLD-EOF-CHK
        NOT AT END
            IF HOLD-WRK-STATUS NOT = "00" AND HOLD-WRK-STATUS NOT = "02"
                MOVE "T" TO HOLD-EOF-CHK
            END-IF
    END-READ.
