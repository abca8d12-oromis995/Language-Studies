        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-IDX-KEY
        FILE STATUS IS HIST-IDX-STATUS.
    SELECT OPTIONAL holdMastFile ASSIGN TO "P2HoldMast.dat"
        FILE STATUS IS HOLD-MAST-STATUS.
    SELECT holdIdxFile ASSIGN TO "P2HoldIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-IDX-KEY
        FILE STATUS IS HOLD-IDX-STATUS.
    SELECT OPTIONAL enrJournalFile ASSIGN TO "P2EnrJournal.dat".
DATA DIVISION.
FILE SECTION.
FD myInFile.
        02 COUNTS-WAITLISTED PIC 9(6).
        02 COUNTS-DISCREPANCIES PIC 9(6).
        02 COUNTS-IDX-WRITES PIC 9(6).
FD holdMastFile.
    01 holdMastRecord.
        02 HMST-W-NUMBER PIC X(10).
        02 HMST-TYPE PIC X.
        02 HMST-REASON PIC X(30).
        02 HMST-PLACED-DATE PIC 9(8).
        02 HMST-RELEASED-DATE PIC 9(8).
FD holdIdxFile.
    01 holdIdxRecord.
        02 HOLD-IDX-KEY.
            03 HOLD-IDX-WNUM PIC X(10).
        02 HOLD-IDX-TYPE PIC X.
        02 HOLD-IDX-REASON PIC X(30).
FD enrJournalFile.
    01 enrJournalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-PROGRAM PIC X(11).
        02 JRN-ACTION PIC X(7).
        02 JRN-BEFORE PIC X(72).
        02 JRN-AFTER PIC X(72).
WORKING-STORAGE SECTION.
    01 SELECT-FILE-STATUS PIC XX.
    01 FILTER-ACTIVE-CHK PIC X VALUE "N".
        88 DUP-FOUND VALUE "Y".
    01 IDX-FILE-STATUS PIC XX.
    01 RUN-DATE-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 BEFORE-IMAGE-WS PIC X(72).
    01 AFTER-IMAGE-WS PIC X(72).
    01 EXC-REASON-WS PIC X(20).
    01 MASTER-FOUND-CHK PIC X VALUE "N".
        88 MASTER-FOUND VALUE "Y".
    01 DUP-WRITE-COUNT PIC 9(6) VALUE ZERO.
    01 FILTER-SKIP-COUNT PIC 9(6) VALUE ZERO.
    01 IDX-WRITE-COUNT PIC 9(6) VALUE ZERO.
    01 HOLD-MAST-STATUS PIC XX.
    01 HOLD-IDX-STATUS PIC XX.
    01 HOLD-EOF-CHK PIC X VALUE "F".
    01 HOLD-FOUND-CHK PIC X VALUE "N".
        88 HOLD-FOUND VALUE "Y".
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    PERFORM subLoadRoster
    PERFORM subLoadHolds
    PERFORM subLoadCatalog
    PERFORM subLoadSections
    PERFORM subLoadPrereqs
        WRITE returnRecord-two
    END-IF.
    OPEN I-O idxFile.
    OPEN EXTEND enrJournalFile.
    OPEN EXTEND dropLogFile.
    PERFORM subRead
        PERFORM UNTIL LOOP-CHK = "T"
    CLOSE courseFlagFile.
    CLOSE dupFile.
    CLOSE idxFile.
    CLOSE enrJournalFile.
    CLOSE waitFile.
    CLOSE dropLogFile.
    CLOSE retDiscFile.
    CLOSE rosterIdxFile.
    CLOSE holdIdxFile.
    CLOSE waitIdxFile.
    CLOSE addIdxFile.
    CLOSE sectionIdxFile.
        MOVE "SECTION NOT ON FILE" TO EXC-REASON-WS
        PERFORM subWriteException
    ELSE
        PERFORM subCheckHold
        IF HOLD-FOUND
            MOVE "HOLD ON ACCOUNT" TO EXC-REASON-WS
            PERFORM subWriteException
        ELSE
        PERFORM subCheckDuplicate
        IF DUP-FOUND
            PERFORM subWriteDuplicate
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF.
subApplyDrop.
    PERFORM subCheckMaster
            MOVE 1 TO SECTION-WS
        END-IF
        PERFORM subWriteDropLog
        MOVE idxRecord TO BEFORE-IMAGE-WS
        DELETE idxFile RECORD
            INVALID KEY
                DISPLAY "IDX DELETE FAILED FOR " W-NUMBER-IDX
            NOT INVALID KEY
                MOVE SPACES TO AFTER-IMAGE-WS
                MOVE "DELETE" TO JRN-ACTION
                PERFORM subWriteEnrJournal
        END-DELETE
        MOVE W-NUMBER-IN TO ADD-IDX-WNUM
        MOVE YEAR-IN TO ADD-IDX-YEAR
subApplyChange.
    PERFORM subCheckMaster
    IF MASTER-FOUND
        MOVE idxRecord TO BEFORE-IMAGE-WS
        MOVE NAME-IN TO NAME-IDX
        PERFORM subValidateCatalog
        IF CATALOG-FOUND
        REWRITE idxRecord
            INVALID KEY
                DISPLAY "IDX REWRITE FAILED FOR " W-NUMBER-IDX
            NOT INVALID KEY
                MOVE idxRecord TO AFTER-IMAGE-WS
                MOVE "REWRITE" TO JRN-ACTION
                PERFORM subWriteEnrJournal
        END-REWRITE
        ADD 1 TO CHANGE-COUNT
    ELSE
    AT END
        MOVE "T" TO ROSTER-EOF-CHK
    END-READ.
subLoadHolds.
    OPEN INPUT holdMastFile.
    OPEN OUTPUT holdIdxFile.
    IF HOLD-MAST-STATUS = "00"
        PERFORM subReadHoldMast
            PERFORM UNTIL HOLD-EOF-CHK = "T"
            IF HMST-RELEASED-DATE = ZERO
                MOVE HMST-W-NUMBER TO HOLD-IDX-WNUM
                MOVE HMST-TYPE TO HOLD-IDX-TYPE
                MOVE HMST-REASON TO HOLD-IDX-REASON
                WRITE holdIdxRecord
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            PERFORM subReadHoldMast
        END-PERFORM
    END-IF.
    CLOSE holdMastFile.
    CLOSE holdIdxFile.
    OPEN INPUT holdIdxFile.
subReadHoldMast.
    READ holdMastFile
    AT END
        MOVE "T" TO HOLD-EOF-CHK
    END-READ.
subCheckHold.
    MOVE "N" TO HOLD-FOUND-CHK
    MOVE W-NUMBER-IN TO HOLD-IDX-WNUM
    READ holdIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF HOLD-IDX-STATUS = "00"
        MOVE "Y" TO HOLD-FOUND-CHK
    END-IF.
subLoadCatalog.
    OPEN INPUT catalogFile.
    OPEN OUTPUT catalogIdxFile.
            DISPLAY "IDX WRITE FAILED FOR " W-NUMBER-IDX
        NOT INVALID KEY
            ADD 1 TO IDX-WRITE-COUNT
            MOVE SPACES TO BEFORE-IMAGE-WS
            MOVE idxRecord TO AFTER-IMAGE-WS
            MOVE "INSERT" TO JRN-ACTION
            PERFORM subWriteEnrJournal
    END-WRITE.
subSplit.
    MOVE RETURN-OUT TO RETURN-FLAG-CHK
        MOVE SECTION-WS TO SECTION-NEW
        WRITE newRecord
    END-IF.
subWriteEnrJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
    MOVE RUN-TIME-WS TO JRN-TIME
    MOVE "TFile" TO JRN-PROGRAM
    MOVE BEFORE-IMAGE-WS TO JRN-BEFORE
    MOVE AFTER-IMAGE-WS TO JRN-AFTER
    WRITE enrJournalRecord.
