        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDX-KEY
        FILE STATUS IS IDX-FILE-STATUS.
    SELECT holdIdxFile ASSIGN TO "P2HoldIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLD-IDX-KEY
        FILE STATUS IS HOLD-IDX-STATUS.
    SELECT OPTIONAL enrJournalFile ASSIGN TO "P2EnrJournal.dat".
DATA DIVISION.
FILE SECTION.
FD waitFile.
        02 COURSE-NAME-IDX PIC X(24).
        02 RETURN-IDX PIC X.
        02 SECTION-IDX PIC 9(2).
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
    01 CAT-IDX-STATUS PIC XX.
    01 WAIT-IDX-STATUS PIC XX.
    01 IDX-FILE-STATUS PIC XX.
    01 HOLD-IDX-STATUS PIC XX.
    01 HOLD-FOUND-CHK PIC X VALUE "N".
        88 HOLD-FOUND VALUE "Y".
    01 WAIT-EOF-CHK PIC X VALUE "F".
    01 WRK-EOF-CHK PIC X VALUE "F".
    01 SCAN-EOF-CHK PIC X VALUE "F".
        88 OVER-CREDIT-LIMIT VALUE "Y".
    01 CONFLICT-KEPT-COUNT PIC 9(6) VALUE ZERO.
    01 CREDIT-KEPT-COUNT PIC 9(6) VALUE ZERO.
    01 HOLD-KEPT-COUNT PIC 9(6) VALUE ZERO.
    01 TRAILER-BASE PIC 9(6) VALUE ZERO.
    01 TRAILER-SEEN-CHK PIC X VALUE "N".
        88 TRAILER-SEEN VALUE "Y".
    01 KEPT-COUNT PIC 9(6) VALUE ZERO.
    01 ALREADY-COUNT PIC 9(6) VALUE ZERO.
    01 RUN-DATE-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 BEFORE-IMAGE-WS PIC X(72).
    01 AFTER-IMAGE-WS PIC X(72).
    01 SCHOOL-LINE.
        02 FILLER PIC X(22) VALUE "HOKKAIDO NINJA ACADEMY".
        02 FILLER PIC X(58) VALUE SPACES.
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
    PERFORM subScanOutFile
    OPEN INPUT waitFile.
    OPEN OUTPUT waitWrkFile.
    OPEN EXTEND returnFile.
    OPEN OUTPUT noticeFile.
    OPEN I-O idxFile.
    OPEN EXTEND enrJournalFile.
    PERFORM subReadWait
        PERFORM UNTIL WAIT-EOF-CHK = "T"
        PERFORM subPromoteOne
    CLOSE returnFile.
    CLOSE noticeFile.
    CLOSE idxFile.
    CLOSE enrJournalFile.
    CLOSE catalogIdxFile.
    CLOSE waitIdxFile.
    CLOSE sectionIdxFile.
    CLOSE holdIdxFile.
    PERFORM subRewriteWaitFile
    DISPLAY "====================================================".
    DISPLAY "WaitPromote RUN-CONTROL SUMMARY".
    DISPLAY "STILL WAITING   = " KEPT-COUNT.
    DISPLAY "HELD - TIME CONFLICT = " CONFLICT-KEPT-COUNT.
    DISPLAY "HELD - CREDIT LIMIT  = " CREDIT-KEPT-COUNT.
    DISPLAY "HELD - ACCOUNT HOLD  = " HOLD-KEPT-COUNT.
    DISPLAY "ALREADY ON MASTER = " ALREADY-COUNT.
    DISPLAY "NOTICES WRITTEN TO P2Promote.dat".
    DISPLAY "====================================================".
            PERFORM subRemoveWaitEntry
            ADD 1 TO ALREADY-COUNT
        ELSE
            PERFORM subCheckHold
            IF HOLD-FOUND
                PERFORM subKeepWaiting
                ADD 1 TO HOLD-KEPT-COUNT
            ELSE
            PERFORM subCheckConflict
            IF CONFLICT-FOUND
                PERFORM subKeepWaiting
                    ADD 1 TO PROMOTE-COUNT
                END-IF
            END-IF
            END-IF
        END-IF
    ELSE
        PERFORM subKeepWaiting
        NOT INVALID KEY
            MOVE "Y" TO MASTER-FOUND-CHK
    END-READ.
subCheckHold.
    MOVE "N" TO HOLD-FOUND-CHK
    MOVE W-NUMBER-WAIT TO HOLD-IDX-WNUM
    READ holdIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF HOLD-IDX-STATUS = "00"
        MOVE "Y" TO HOLD-FOUND-CHK
    END-IF.
subWriteOutputs.
    MOVE NAME-WAIT TO NAME-OUT
    MOVE W-NUMBER-WAIT TO W-NUMBER-OUT
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
    IF RETURN-WAIT = "Y"
    AT END
        MOVE "T" TO WRK-EOF-CHK
    END-READ.
subWriteEnrJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
    MOVE RUN-TIME-WS TO JRN-TIME
    MOVE "WaitPromote" TO JRN-PROGRAM
    MOVE BEFORE-IMAGE-WS TO JRN-BEFORE
    MOVE AFTER-IMAGE-WS TO JRN-AFTER
    WRITE enrJournalRecord.
