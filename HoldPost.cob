IDENTIFICATION DIVISION.
PROGRAM-ID. HoldPost.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT holdFile ASSIGN TO "P2Hold.dat"
        FILE STATUS IS HOLD-FILE-STATUS.
    SELECT OPTIONAL holdMastFile ASSIGN TO "P2HoldMast.dat"
        FILE STATUS IS HOLD-MAST-STATUS.
    SELECT holdWrkFile ASSIGN TO "P2HoldWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-WRK-KEY
        FILE STATUS IS HOLD-WRK-STATUS.
    SELECT owingIdxFile ASSIGN TO "P2OwingIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OWE-IDX-KEY
        FILE STATUS IS OWE-IDX-STATUS.
    SELECT OPTIONAL journalFile ASSIGN TO "P2HoldJournal.dat".
DATA DIVISION.
FILE SECTION.
FD holdFile.
    01 holdRecord.
        02 HOLD-W-NUMBER PIC X(10).
        02 HOLD-YEAR PIC 9(4)X.
        02 HOLD-SEASON PIC X(7).
        02 HOLD-NAME PIC X(14).
        02 HOLD-BALANCE PIC 9(7)V99.
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
FD owingIdxFile.
    01 owingIdxRecord.
        02 OWE-IDX-KEY.
            03 OWE-IDX-WNUM PIC X(10).
FD journalFile.
    01 journalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-FILE-ID PIC X(7).
        02 JRN-ACTION PIC X(7).
        02 JRN-BEFORE PIC X(57).
        02 JRN-AFTER PIC X(57).
WORKING-STORAGE SECTION.
    01 HOLD-FILE-STATUS PIC XX.
    01 HOLD-MAST-STATUS PIC XX.
    01 HOLD-WRK-STATUS PIC XX.
    01 OWE-IDX-STATUS PIC XX.
    01 HOLD-EOF-CHK PIC X VALUE "F".
    01 MAST-EOF-CHK PIC X VALUE "F".
    01 WORK-EOF-CHK PIC X VALUE "F".
    01 OWE-EOF-CHK PIC X VALUE "F".
    01 OWING-FOUND-CHK PIC X VALUE "N".
        88 OWING-FOUND VALUE "Y".
    01 RUN-DATE-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 BEFORE-IMAGE-WS PIC X(57).
    01 AFTER-IMAGE-WS PIC X(57).
    01 HOLD-READ-COUNT PIC 9(6) VALUE ZERO.
    01 OWING-COUNT PIC 9(6) VALUE ZERO.
    01 MAST-LOAD-COUNT PIC 9(6) VALUE ZERO.
    01 PLACED-COUNT PIC 9(6) VALUE ZERO.
    01 RELEASED-COUNT PIC 9(6) VALUE ZERO.
    01 STILL-ACTIVE-COUNT PIC 9(6) VALUE ZERO.
    01 MAST-SAVE-COUNT PIC 9(6) VALUE ZERO.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "BURSAR HOLD POSTING".
    OPEN INPUT holdFile.
    IF HOLD-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2Hold.dat, STATUS = " HOLD-FILE-STATUS
            " - RUN ARAging FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subLoadOwing
    PERFORM subLoadHoldWork
    OPEN EXTEND journalFile.
    PERFORM subReleasePaidHolds
    PERFORM subPlaceOwingHolds
    CLOSE journalFile.
    CLOSE owingIdxFile.
    PERFORM subSaveHoldFile
    DISPLAY "====================================================".
    DISPLAY "HoldPost RUN-CONTROL SUMMARY".
    DISPLAY "HOLD RECORDS READ = " HOLD-READ-COUNT.
    DISPLAY "STUDENTS OWING    = " OWING-COUNT.
    DISPLAY "HOLDS LOADED      = " MAST-LOAD-COUNT.
    DISPLAY "BURSAR PLACED     = " PLACED-COUNT.
    DISPLAY "BURSAR RELEASED   = " RELEASED-COUNT.
    DISPLAY "BURSAR STILL HELD = " STILL-ACTIVE-COUNT.
    DISPLAY "HOLDS SAVED       = " MAST-SAVE-COUNT.
    DISPLAY "====================================================".
STOP RUN.
subLoadOwing.
    OPEN OUTPUT owingIdxFile.
    PERFORM subReadHoldIn
        PERFORM UNTIL HOLD-EOF-CHK = "T"
        MOVE HOLD-W-NUMBER TO OWE-IDX-WNUM
        WRITE owingIdxRecord
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO OWING-COUNT
        END-WRITE
        PERFORM subReadHoldIn
    END-PERFORM.
    CLOSE holdFile.
    CLOSE owingIdxFile.
    OPEN INPUT owingIdxFile.
subReadHoldIn.
    READ holdFile
    AT END
        MOVE "T" TO HOLD-EOF-CHK
    NOT AT END
        ADD 1 TO HOLD-READ-COUNT
    END-READ.
subLoadHoldWork.
    OPEN INPUT holdMastFile.
    OPEN OUTPUT holdWrkFile.
    IF HOLD-MAST-STATUS = "00"
        PERFORM subReadMaster
            PERFORM UNTIL MAST-EOF-CHK = "T"
            MOVE holdMastRecord TO holdWrkRecord
            WRITE holdWrkRecord
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO MAST-LOAD-COUNT
            END-WRITE
            PERFORM subReadMaster
        END-PERFORM
    END-IF.
    CLOSE holdMastFile.
    CLOSE holdWrkFile.
    OPEN I-O holdWrkFile.
subReadMaster.
    READ holdMastFile
    AT END
        MOVE "T" TO MAST-EOF-CHK
    END-READ.
subReleasePaidHolds.
    PERFORM subReadWork
        PERFORM UNTIL WORK-EOF-CHK = "T"
        IF HOLD-WRK-TYPE = "B" AND HOLD-WRK-RELEASED = ZERO
            AND HOLD-WRK-REASON = "UNPAID BALANCE"
            PERFORM subFindOwing
            IF NOT OWING-FOUND
                MOVE holdWrkRecord TO BEFORE-IMAGE-WS
                MOVE RUN-DATE-WS TO HOLD-WRK-RELEASED
                REWRITE holdWrkRecord
                    INVALID KEY
                        DISPLAY "HOLD WORK REWRITE FAILED FOR "
                            HOLD-WRK-WNUM
                    NOT INVALID KEY
                        MOVE holdWrkRecord TO AFTER-IMAGE-WS
                        MOVE "RELEASE" TO JRN-ACTION
                        PERFORM subWriteJournal
                        ADD 1 TO RELEASED-COUNT
                END-REWRITE
            END-IF
        END-IF
        PERFORM subReadWork
    END-PERFORM.
subReadWork.
    READ holdWrkFile NEXT RECORD
        AT END
            MOVE "T" TO WORK-EOF-CHK
        NOT AT END
            IF HOLD-WRK-STATUS NOT = "00" AND HOLD-WRK-STATUS NOT = "02"
                MOVE "T" TO WORK-EOF-CHK
            END-IF
    END-READ.
subFindOwing.
    MOVE "N" TO OWING-FOUND-CHK
    MOVE HOLD-WRK-WNUM TO OWE-IDX-WNUM
    READ owingIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF OWE-IDX-STATUS = "00"
        MOVE "Y" TO OWING-FOUND-CHK
    END-IF.
subPlaceOwingHolds.
    CLOSE owingIdxFile.
    OPEN INPUT owingIdxFile.
    PERFORM subReadOwing
        PERFORM UNTIL OWE-EOF-CHK = "T"
        MOVE OWE-IDX-WNUM TO HOLD-WRK-WNUM
        MOVE "B" TO HOLD-WRK-TYPE
        READ holdWrkFile
            INVALID KEY
                PERFORM subAddBursarHold
            NOT INVALID KEY
                IF HOLD-WRK-RELEASED = ZERO
                    ADD 1 TO STILL-ACTIVE-COUNT
                ELSE
                    PERFORM subRenewBursarHold
                END-IF
        END-READ
        PERFORM subReadOwing
    END-PERFORM.
subReadOwing.
    READ owingIdxFile NEXT RECORD
        AT END
            MOVE "T" TO OWE-EOF-CHK
        NOT AT END
            IF OWE-IDX-STATUS NOT = "00" AND OWE-IDX-STATUS NOT = "02"
                MOVE "T" TO OWE-EOF-CHK
            END-IF
    END-READ.
subAddBursarHold.
    MOVE OWE-IDX-WNUM TO HOLD-WRK-WNUM
    MOVE "B" TO HOLD-WRK-TYPE
    MOVE "UNPAID BALANCE" TO HOLD-WRK-REASON
    MOVE RUN-DATE-WS TO HOLD-WRK-PLACED
    MOVE ZERO TO HOLD-WRK-RELEASED
    WRITE holdWrkRecord
        INVALID KEY
            DISPLAY "HOLD WORK WRITE FAILED FOR " HOLD-WRK-WNUM
        NOT INVALID KEY
            MOVE SPACES TO BEFORE-IMAGE-WS
            MOVE holdWrkRecord TO AFTER-IMAGE-WS
            MOVE "PLACE" TO JRN-ACTION
            PERFORM subWriteJournal
            ADD 1 TO PLACED-COUNT
    END-WRITE.
subRenewBursarHold.
    MOVE holdWrkRecord TO BEFORE-IMAGE-WS
    MOVE "UNPAID BALANCE" TO HOLD-WRK-REASON
    MOVE RUN-DATE-WS TO HOLD-WRK-PLACED
    MOVE ZERO TO HOLD-WRK-RELEASED
    REWRITE holdWrkRecord
        INVALID KEY
            DISPLAY "HOLD WORK REWRITE FAILED FOR " HOLD-WRK-WNUM
        NOT INVALID KEY
            MOVE holdWrkRecord TO AFTER-IMAGE-WS
            MOVE "PLACE" TO JRN-ACTION
            PERFORM subWriteJournal
            ADD 1 TO PLACED-COUNT
    END-REWRITE.
subWriteJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
    MOVE RUN-TIME-WS TO JRN-TIME
    MOVE "HOLD" TO JRN-FILE-ID
    MOVE BEFORE-IMAGE-WS TO JRN-BEFORE
    MOVE AFTER-IMAGE-WS TO JRN-AFTER
    WRITE journalRecord.
subSaveHoldFile.
    CLOSE holdWrkFile.
    OPEN INPUT holdWrkFile.
    IF HOLD-WRK-STATUS NOT = "00"
        DISPLAY "P2HoldMast.dat NOT SAVED, WORK FILE STATUS = "
            HOLD-WRK-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT holdMastFile
        MOVE "F" TO WORK-EOF-CHK
        PERFORM subReadWork
            PERFORM UNTIL WORK-EOF-CHK = "T"
            MOVE holdWrkRecord TO holdMastRecord
            WRITE holdMastRecord
            ADD 1 TO MAST-SAVE-COUNT
            PERFORM subReadWork
        END-PERFORM
        CLOSE holdMastFile
    END-IF.
    CLOSE holdWrkFile.
