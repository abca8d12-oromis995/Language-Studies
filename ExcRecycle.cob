        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-IDX-KEY
        FILE STATUS IS HIST-IDX-STATUS.
    SELECT holdIdxFile ASSIGN TO "P2HoldIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-IDX-KEY
        FILE STATUS IS HOLD-IDX-STATUS.
    SELECT OPTIONAL enrJournalFile ASSIGN TO "P2EnrJournal.dat".
DATA DIVISION.
FILE SECTION.
FD exceptionFile.
        02 COURSE-NAME-HIST PIC X(24).
        02 RETURN-HIST PIC X.
        02 SECTION-HIST PIC 9(2).
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
    01 IDX-FILE-STATUS PIC XX.
    01 HIST-IDX-STATUS PIC XX.
    01 ROSTER-IDX-STATUS PIC XX.
    01 CAT-IDX-STATUS PIC XX.
    01 WAIT-IDX-STATUS PIC XX.
    01 HOLD-IDX-STATUS PIC XX.
    01 HOLD-FOUND-CHK PIC X VALUE "N".
        88 HOLD-FOUND VALUE "Y".
    01 EXC-EOF-CHK PIC X VALUE "F".
    01 CORR-EOF-CHK PIC X VALUE "F".
    01 SCAN-EOF-CHK PIC X VALUE "F".
    01 STILL-FAILING-COUNT PIC 9(6) VALUE ZERO.
    01 WAITLIST-COUNT PIC 9(6) VALUE ZERO.
    01 RUN-DATE-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 BEFORE-IMAGE-WS PIC X(72).
    01 AFTER-IMAGE-WS PIC X(72).
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    PERFORM subLoadCorrections
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT holdIdxFile.
    IF HOLD-IDX-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2HoldIdx.dat, STATUS = "
            HOLD-IDX-STATUS " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subOpenHistory
    PERFORM subScanOutFile
    OPEN EXTEND retDiscFile.
    OPEN EXTEND courseFlagFile.
    OPEN EXTEND waitFile.
    OPEN I-O idxFile.
    OPEN EXTEND enrJournalFile.
    PERFORM subReadException
        PERFORM UNTIL EXC-EOF-CHK = "T"
        PERFORM subRecycleOne
    CLOSE waitFile.
    CLOSE retDiscFile.
    CLOSE idxFile.
    CLOSE enrJournalFile.
    CLOSE rosterIdxFile.
    CLOSE catalogIdxFile.
    CLOSE waitIdxFile.
    CLOSE sectionIdxFile.
    CLOSE prereqIdxFile.
    CLOSE holdIdxFile.
    IF HIST-AVAIL
        CLOSE histIdxFile
    END-IF.
        MOVE "SECTION NOT ON FILE" TO EX2-REASON-WS
        PERFORM subWriteException2
    ELSE
        PERFORM subCheckHold
        IF HOLD-FOUND
            MOVE "HOLD ON ACCOUNT" TO EX2-REASON-WS
            PERFORM subWriteException2
        ELSE
        PERFORM subCheckDuplicate
        IF NOT DUP-FOUND
            PERFORM subCheckMaster
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF.
subWriteOutputs.
    MOVE NAME-WRK TO NAME-OUT
    WRITE idxRecord
        INVALID KEY
            DISPLAY "IDX WRITE FAILED FOR " W-NUMBER-IDX
        NOT INVALID KEY
            MOVE SPACES TO BEFORE-IMAGE-WS
            MOVE idxRecord TO AFTER-IMAGE-WS
            MOVE "INSERT" TO JRN-ACTION
            PERFORM subWriteEnrJournal
    END-WRITE.
subSplit.
    IF RETURN-WRK = "Y"
    IF ROSTER-IDX-STATUS = "00"
        MOVE "Y" TO WNUM-FOUND-CHK
    END-IF.
subCheckHold.
    MOVE "N" TO HOLD-FOUND-CHK
    MOVE W-NUMBER-WRK TO HOLD-IDX-WNUM
    READ holdIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF HOLD-IDX-STATUS = "00"
        MOVE "Y" TO HOLD-FOUND-CHK
    END-IF.
subFindCatalog.
    MOVE "N" TO CATALOG-FOUND-CHK
    MOVE CATALOG-FIND-ACR-WS TO CAT-IDX-ACR
    AT END
        MOVE "T" TO SCAN-EOF-CHK
    END-READ.
subWriteEnrJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
    MOVE RUN-TIME-WS TO JRN-TIME
    MOVE "ExcRecycle" TO JRN-PROGRAM
    MOVE BEFORE-IMAGE-WS TO JRN-BEFORE
    MOVE AFTER-IMAGE-WS TO JRN-AFTER
    WRITE enrJournalRecord.
