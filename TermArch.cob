        FILE STATUS IS HIST-IDX-STATUS.
    SELECT myOutFile ASSIGN TO "P2Out.dat".
    SELECT outWrkFile ASSIGN TO "P2OutWrk.dat".
    SELECT OPTIONAL enrJournalFile ASSIGN TO "P2EnrJournal.dat".
DATA DIVISION.
FILE SECTION.
FD archSelFile.
        02 RUN-DATE-WRK PIC 9(8).
        02 SEASON-PROCESSED-WRK PIC X(7).
        02 YEAR-PROCESSED-WRK PIC 9(4)X.
FD enrJournalFile.
    01 enrJournalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-PROGRAM PIC X(11).
        02 JRN-ACTION PIC X(7).
        02 JRN-BEFORE PIC X(72).
        02 JRN-AFTER PIC X(72).
WORKING-STORAGE SECTION.
    01 ARCH-SEL-STATUS PIC XX.
    01 IDX-FILE-STATUS PIC XX.
    01 CUTOFF-RANK PIC 9(6) COMP.
    01 REC-TERM-RANK PIC 9(6) COMP.
    01 RUN-DATE-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 BEFORE-IMAGE-WS PIC X(72).
    01 AFTER-IMAGE-WS PIC X(72).
    01 ARCHIVE-COUNT PIC 9(6) VALUE ZERO.
    01 KEPT-IDX-COUNT PIC 9(6) VALUE ZERO.
    01 OUT-KEPT-COUNT PIC 9(6) VALUE ZERO.
        STOP RUN
    END-IF.
    OPEN EXTEND histFile.
    OPEN EXTEND enrJournalFile.
    OPEN I-O histIdxFile.
    PERFORM subReadIdxNext
        PERFORM UNTIL IDX-EOF-CHK = "T"
        PERFORM subReadIdxNext
    END-PERFORM.
    CLOSE idxFile.
    CLOSE enrJournalFile.
    CLOSE histFile.
    CLOSE histIdxFile.
    PERFORM subPurgeOutFile
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE idxRecord TO BEFORE-IMAGE-WS
        DELETE idxFile RECORD
            INVALID KEY
                DISPLAY "IDX DELETE FAILED FOR " W-NUMBER-IDX
            NOT INVALID KEY
                MOVE SPACES TO AFTER-IMAGE-WS
                MOVE "DELETE" TO JRN-ACTION
                PERFORM subWriteEnrJournal
        END-DELETE
        ADD 1 TO ARCHIVE-COUNT
    END-IF.
            END-IF
        END-IF
    END-IF.
subWriteEnrJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
    MOVE RUN-TIME-WS TO JRN-TIME
    MOVE "TermArch" TO JRN-PROGRAM
    MOVE BEFORE-IMAGE-WS TO JRN-BEFORE
    MOVE AFTER-IMAGE-WS TO JRN-AFTER
    WRITE enrJournalRecord.
