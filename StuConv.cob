IDENTIFICATION DIVISION.
PROGRAM-ID. StuConv.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT oldStudentFile ASSIGN TO "P2Student.dat"
        FILE STATUS IS OLD-STUDENT-STATUS.
    SELECT saveFile ASSIGN TO "P2StudentOld.dat".
    SELECT convWrkFile ASSIGN TO "P2StuConv.dat"
        FILE STATUS IS CONV-WRK-STATUS.
    SELECT studentFile ASSIGN TO "P2Student.dat".
    SELECT oldJournalFile ASSIGN TO "P2StuJournal.dat"
        FILE STATUS IS OLD-JOURNAL-STATUS.
    SELECT jrnSaveFile ASSIGN TO "P2StuJournalOld.dat".
    SELECT jrnWrkFile ASSIGN TO "P2StuJrnConv.dat"
        FILE STATUS IS JRN-WRK-STATUS.
    SELECT journalFile ASSIGN TO "P2StuJournal.dat".
DATA DIVISION.
FILE SECTION.
FD oldStudentFile.
    01 oldStudentRecord.
        02 OLD-W-NUMBER.
            03 OLD-W-FIRST PIC X.
            03 OLD-W-REST PIC X(9).
        02 OLD-FULL-NAME PIC X(30).
        02 OLD-ADDR1 PIC X(30).
        02 OLD-ADDR2 PIC X(30).
        02 OLD-CITY PIC X(20).
        02 OLD-POSTAL PIC X(10).
        02 OLD-EMAIL PIC X(30).
FD saveFile.
    01 saveRecord PIC X(160).
FD convWrkFile.
    01 convWrkRecord PIC X(164).
FD studentFile.
    01 studentRecord.
        02 STU-W-NUMBER PIC X(10).
        02 STU-FULL-NAME PIC X(30).
        02 STU-ADDR1 PIC X(30).
        02 STU-ADDR2 PIC X(30).
        02 STU-CITY PIC X(20).
        02 STU-POSTAL PIC X(10).
        02 STU-EMAIL PIC X(30).
        02 STU-MAJOR PIC X(4).
FD oldJournalFile.
    01 oldJournalRecord.
        02 OLD-JRN-DATE PIC 9(8).
        02 OLD-JRN-TIME PIC 9(8).
        02 OLD-JRN-FILE-ID PIC X(7).
        02 OLD-JRN-ACTION PIC X(6).
        02 OLD-JRN-BEFORE PIC X(160).
        02 OLD-JRN-AFTER PIC X(160).
FD jrnSaveFile.
    01 jrnSaveRecord PIC X(349).
FD jrnWrkFile.
    01 jrnWrkRecord PIC X(357).
FD journalFile.
    01 journalRecord.
        02 JRN-DATE PIC 9(8).
        02 JRN-TIME PIC 9(8).
        02 JRN-FILE-ID PIC X(7).
        02 JRN-ACTION PIC X(6).
        02 JRN-BEFORE PIC X(164).
        02 JRN-AFTER PIC X(164).
WORKING-STORAGE SECTION.
    01 OLD-STUDENT-STATUS PIC XX.
    01 CONV-WRK-STATUS PIC XX.
    01 OLD-JOURNAL-STATUS PIC XX.
    01 JRN-WRK-STATUS PIC XX.
    01 OLD-EOF-CHK PIC X VALUE "F".
    01 WRK-EOF-CHK PIC X VALUE "F".
    01 STUDENT-AVAIL-CHK PIC X VALUE "N".
        88 STUDENT-AVAIL VALUE "Y".
    01 JOURNAL-AVAIL-CHK PIC X VALUE "N".
        88 JOURNAL-AVAIL VALUE "Y".
    01 READ-COUNT PIC 9(6) VALUE ZERO.
    01 WRITE-COUNT PIC 9(6) VALUE ZERO.
    01 JRN-READ-COUNT PIC 9(6) VALUE ZERO.
    01 JRN-WRITE-COUNT PIC 9(6) VALUE ZERO.
PROCEDURE DIVISION.
    DISPLAY "STUDENT MASTER CONVERSION - ADD MAJOR".
    PERFORM subCheckStudents
    PERFORM subCheckJournal
    IF NOT STUDENT-AVAIL AND NOT JOURNAL-AVAIL
        DISPLAY "P2Student.dat AND P2StuJournal.dat NOT PRESENT - "
            "NOTHING TO CONVERT"
        STOP RUN
    END-IF.
    IF STUDENT-AVAIL
        PERFORM subConvertStudents
    END-IF.
    IF JOURNAL-AVAIL
        PERFORM subConvertJournal
    END-IF.
    DISPLAY "====================================================".
    DISPLAY "StuConv RUN-CONTROL SUMMARY".
    DISPLAY "RECORDS READ    = " READ-COUNT.
    DISPLAY "RECORDS WRITTEN = " WRITE-COUNT.
    DISPLAY "JOURNAL READ    = " JRN-READ-COUNT.
    DISPLAY "JOURNAL WRITTEN = " JRN-WRITE-COUNT.
    IF STUDENT-AVAIL
        DISPLAY "ORIGINAL FILE SAVED TO P2StudentOld.dat"
    END-IF.
    IF JOURNAL-AVAIL
        DISPLAY "ORIGINAL JOURNAL SAVED TO P2StuJournalOld.dat"
    END-IF.
    DISPLAY "====================================================".
STOP RUN.
subCheckStudents.
    OPEN INPUT oldStudentFile.
    IF OLD-STUDENT-STATUS = "35"
        DISPLAY "P2Student.dat NOT PRESENT - NOT CONVERTED"
    ELSE
        IF OLD-STUDENT-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN P2Student.dat, STATUS = "
                OLD-STUDENT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO STUDENT-AVAIL-CHK
        MOVE "F" TO OLD-EOF-CHK
        PERFORM subReadOld
            PERFORM UNTIL OLD-EOF-CHK = "T"
            ADD 1 TO READ-COUNT
            IF OLD-STUDENT-STATUS NOT = "00"
                OR OLD-W-FIRST NOT = "W"
                OR OLD-W-REST IS NOT NUMERIC
                DISPLAY "P2Student.dat RECORD " READ-COUNT
                    " IS NOT IN THE 160-BYTE LAYOUT - FILE IS ALREADY "
                    "CONVERTED OR DAMAGED, NOTHING CHANGED"
                CLOSE oldStudentFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM subReadOld
        END-PERFORM
        CLOSE oldStudentFile
    END-IF.
subCheckJournal.
    OPEN INPUT oldJournalFile.
    IF OLD-JOURNAL-STATUS = "35"
        DISPLAY "P2StuJournal.dat NOT PRESENT - NOT CONVERTED"
    ELSE
        IF OLD-JOURNAL-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN P2StuJournal.dat, STATUS = "
                OLD-JOURNAL-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO JOURNAL-AVAIL-CHK
        MOVE "F" TO OLD-EOF-CHK
        PERFORM subReadOldJournal
            PERFORM UNTIL OLD-EOF-CHK = "T"
            ADD 1 TO JRN-READ-COUNT
            IF OLD-JOURNAL-STATUS NOT = "00"
                OR OLD-JRN-DATE IS NOT NUMERIC
                OR OLD-JRN-TIME IS NOT NUMERIC
                OR OLD-JRN-FILE-ID NOT = "STUDENT"
                DISPLAY "P2StuJournal.dat RECORD " JRN-READ-COUNT
                    " IS NOT IN THE 349-BYTE LAYOUT - FILE IS ALREADY "
                    "CONVERTED OR DAMAGED, NOTHING CHANGED"
                CLOSE oldJournalFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM subReadOldJournal
        END-PERFORM
        CLOSE oldJournalFile
    END-IF.
subConvertStudents.
    OPEN INPUT oldStudentFile.
    MOVE "F" TO OLD-EOF-CHK
    OPEN OUTPUT saveFile.
    OPEN OUTPUT convWrkFile.
    PERFORM subReadOld
        PERFORM UNTIL OLD-EOF-CHK = "T"
        MOVE oldStudentRecord TO saveRecord
        WRITE saveRecord
        MOVE OLD-W-NUMBER TO STU-W-NUMBER
        MOVE OLD-FULL-NAME TO STU-FULL-NAME
        MOVE OLD-ADDR1 TO STU-ADDR1
        MOVE OLD-ADDR2 TO STU-ADDR2
        MOVE OLD-CITY TO STU-CITY
        MOVE OLD-POSTAL TO STU-POSTAL
        MOVE OLD-EMAIL TO STU-EMAIL
        MOVE SPACES TO STU-MAJOR
        MOVE studentRecord TO convWrkRecord
        WRITE convWrkRecord
        PERFORM subReadOld
    END-PERFORM.
    CLOSE oldStudentFile.
    CLOSE saveFile.
    CLOSE convWrkFile.
    OPEN INPUT convWrkFile.
    OPEN OUTPUT studentFile.
    MOVE "F" TO WRK-EOF-CHK
    PERFORM subReadWork
        PERFORM UNTIL WRK-EOF-CHK = "T"
        MOVE convWrkRecord TO studentRecord
        WRITE studentRecord
        ADD 1 TO WRITE-COUNT
        PERFORM subReadWork
    END-PERFORM.
    CLOSE convWrkFile.
    CLOSE studentFile.
subConvertJournal.
    OPEN INPUT oldJournalFile.
    MOVE "F" TO OLD-EOF-CHK
    OPEN OUTPUT jrnSaveFile.
    OPEN OUTPUT jrnWrkFile.
    PERFORM subReadOldJournal
        PERFORM UNTIL OLD-EOF-CHK = "T"
        MOVE oldJournalRecord TO jrnSaveRecord
        WRITE jrnSaveRecord
        MOVE OLD-JRN-DATE TO JRN-DATE
        MOVE OLD-JRN-TIME TO JRN-TIME
        MOVE OLD-JRN-FILE-ID TO JRN-FILE-ID
        MOVE OLD-JRN-ACTION TO JRN-ACTION
        MOVE OLD-JRN-BEFORE TO JRN-BEFORE
        MOVE OLD-JRN-AFTER TO JRN-AFTER
        MOVE journalRecord TO jrnWrkRecord
        WRITE jrnWrkRecord
        PERFORM subReadOldJournal
    END-PERFORM.
    CLOSE oldJournalFile.
    CLOSE jrnSaveFile.
    CLOSE jrnWrkFile.
    OPEN INPUT jrnWrkFile.
    OPEN OUTPUT journalFile.
    MOVE "F" TO WRK-EOF-CHK
    PERFORM subReadJournalWork
        PERFORM UNTIL WRK-EOF-CHK = "T"
        MOVE jrnWrkRecord TO journalRecord
        WRITE journalRecord
        ADD 1 TO JRN-WRITE-COUNT
        PERFORM subReadJournalWork
    END-PERFORM.
    CLOSE jrnWrkFile.
    CLOSE journalFile.
subReadOld.
    READ oldStudentFile
    AT END
        MOVE "T" TO OLD-EOF-CHK
    END-READ.
subReadWork.
    READ convWrkFile
    AT END
        MOVE "T" TO WRK-EOF-CHK
    END-READ.
subReadOldJournal.
    READ oldJournalFile
    AT END
        MOVE "T" TO OLD-EOF-CHK
    END-READ.
subReadJournalWork.
    READ jrnWrkFile
    AT END
        MOVE "T" TO WRK-EOF-CHK
    END-READ.
