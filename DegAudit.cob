IDENTIFICATION DIVISION.
PROGRAM-ID. DegAudit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT studentFile ASSIGN TO "P2Student.dat"
        FILE STATUS IS STUDENT-FILE-STATUS.
    SELECT programFile ASSIGN TO "P2Program.dat"
        FILE STATUS IS PROGRAM-FILE-STATUS.
    SELECT programIdxFile ASSIGN TO "P2ProgramIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PGM-IDX-KEY
        FILE STATUS IS PGM-IDX-STATUS.
    SELECT OPTIONAL idxFile ASSIGN TO "P2OutIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDX-KEY
        FILE STATUS IS IDX-FILE-STATUS.
    SELECT OPTIONAL histFile ASSIGN TO "P2Hist.dat"
        FILE STATUS IS HIST-FILE-STATUS.
    SELECT OPTIONAL gradeFile ASSIGN TO "P2Grades.dat"
        FILE STATUS IS GRADE-FILE-STATUS.
    SELECT gradeIdxFile ASSIGN TO "P2GradeIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRD-IDX-KEY
        FILE STATUS IS GRD-IDX-STATUS.
    SELECT catalogIdxFile ASSIGN TO "P2CatalogIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-IDX-KEY
        FILE STATUS IS CAT-IDX-STATUS.
    SELECT auditWrkFile ASSIGN TO "P2DegWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AUD-WRK-KEY
        FILE STATUS IS AUD-WRK-STATUS.
    SELECT reportFile ASSIGN TO "P2DegAudit.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
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
FD programFile.
    01 programRecord.
        02 PGM-MAJOR PIC X(4).
        02 PGM-TYPE PIC X.
        02 PGM-ACR PIC X(5).
        02 PGM-NUM PIC 9(3)X.
        02 PGM-MIN-CREDITS PIC 9(3).
FD programIdxFile.
    01 programIdxRecord.
        02 PGM-IDX-KEY.
            03 PGM-IDX-MAJOR PIC X(4).
            03 PGM-IDX-TYPE PIC X.
            03 PGM-IDX-ACR PIC X(5).
            03 PGM-IDX-NUM PIC 9(3)X.
        02 PGM-IDX-MIN-CREDITS PIC 9(3).
FD idxFile.
    01 idxRecord.
        02 IDX-KEY.
            03 W-NUMBER-IDX PIC X(10).
            03 YEAR-IDX PIC 9(4)X.
            03 SEASON-IDX PIC X(7).
            03 COURSE-ACR-IDX PIC X(5).
            03 COURSE-NUM-IDX PIC 9(3)X.
        02 NAME-IDX PIC X(14).
        02 COURSE-NAME-IDX PIC X(24).
        02 RETURN-IDX PIC X.
        02 SECTION-IDX PIC 9(2).
FD histFile.
    01 histRecord.
        02 W-NUMBER-HST PIC X(10).
        02 YEAR-HST PIC 9(4)X.
        02 SEASON-HST PIC X(7).
        02 COURSE-ACR-HST PIC X(5).
        02 COURSE-NUM-HST PIC 9(3)X.
        02 NAME-HST PIC X(14).
        02 COURSE-NAME-HST PIC X(24).
        02 RETURN-HST PIC X.
        02 SECTION-HST PIC 9(2).
        02 ARCHIVE-DATE-HST PIC 9(8).
FD gradeFile.
    01 gradeRecord.
        02 GRD-W-NUMBER PIC X(10).
        02 GRD-YEAR PIC 9(4)X.
        02 GRD-SEASON PIC X(7).
        02 GRD-ACR PIC X(5).
        02 GRD-NUM PIC 9(3)X.
        02 GRD-GRADE PIC X(2).
        02 GRD-POST-DATE PIC 9(8).
FD gradeIdxFile.
    01 gradeIdxRecord.
        02 GRD-IDX-KEY.
            03 GRD-IDX-WNUM PIC X(10).
            03 GRD-IDX-YEAR PIC 9(4)X.
            03 GRD-IDX-SEASON PIC X(7).
            03 GRD-IDX-ACR PIC X(5).
            03 GRD-IDX-NUM PIC 9(3)X.
        02 GRD-IDX-GRADE PIC X(2).
        02 GRD-IDX-POST-DATE PIC 9(8).
FD catalogIdxFile.
    01 catalogIdxRecord.
        02 CAT-IDX-KEY.
            03 CAT-IDX-ACR PIC X(5).
            03 CAT-IDX-NUM PIC 9(3)X.
        02 CAT-IDX-NAME PIC X(24).
        02 CAT-IDX-SEATS PIC 9(3).
        02 CAT-IDX-CREDITS PIC 9(2).
        02 CAT-IDX-FEE-RATE PIC 9(4)V99.
        02 CAT-IDX-ENROLLED PIC 9(6).
        02 CAT-IDX-WAITING PIC 9(6).
FD auditWrkFile.
    01 auditWrkRecord.
        02 AUD-WRK-KEY.
            03 AUD-WRK-WNUM PIC X(10).
            03 AUD-WRK-ACR PIC X(5).
            03 AUD-WRK-NUM PIC 9(3)X.
        02 AUD-WRK-STATUS-CODE PIC X.
            88 AUD-WRK-COMPLETED VALUE "C".
            88 AUD-WRK-IN-PROGRESS VALUE "P".
        02 AUD-WRK-USED PIC X.
FD reportFile.
    01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
    01 STUDENT-FILE-STATUS PIC XX.
    01 PROGRAM-FILE-STATUS PIC XX.
    01 PGM-IDX-STATUS PIC XX.
    01 IDX-FILE-STATUS PIC XX.
    01 HIST-FILE-STATUS PIC XX.
    01 GRADE-FILE-STATUS PIC XX.
    01 GRD-IDX-STATUS PIC XX.
    01 CAT-IDX-STATUS PIC XX.
    01 AUD-WRK-STATUS PIC XX.
    01 GRADES-AVAIL-CHK PIC X VALUE "N".
        88 GRADES-AVAIL VALUE "Y".
    01 STUDENT-EOF-CHK PIC X VALUE "F".
    01 PROGRAM-EOF-CHK PIC X VALUE "F".
    01 IDX-EOF-CHK PIC X VALUE "F".
    01 HIST-EOF-CHK PIC X VALUE "F".
    01 GRADE-EOF-CHK PIC X VALUE "F".
    01 PROGRAM-SCAN-CHK PIC X VALUE "N".
        88 PROGRAM-SCAN-DONE VALUE "Y".
    01 ELECTIVE-SCAN-CHK PIC X VALUE "N".
        88 ELECTIVE-SCAN-DONE VALUE "Y".
    01 PROGRAM-FOUND-CHK PIC X VALUE "N".
        88 PROGRAM-FOUND VALUE "Y".
    01 AUD-FOUND-CHK PIC X VALUE "N".
        88 AUD-FOUND VALUE "Y".
    01 COURSE-KEY-WS.
        02 COURSE-WNUM-WS PIC X(10).
        02 COURSE-YEAR-WS PIC 9(4)X.
        02 COURSE-SEASON-WS PIC X(7).
        02 COURSE-ACR-WS PIC X(5).
        02 COURSE-NUM-WS PIC 9(3)X.
    01 COURSE-STATUS-WS PIC X.
    01 COURSE-GRADE-WS PIC X(2).
    01 GRADE-EDIT-WS.
        02 GRADE-LETTER-WS PIC X.
        02 GRADE-SIGN-WS PIC X.
    01 COURSE-CREDITS-WS PIC 9(2).
    01 COURSE-NAME-WS PIC X(24).
    01 AUDIT-MAJOR-WS PIC X(4).
    01 ELECTIVE-DONE-WS PIC 9(3).
    01 ELECTIVE-PROG-WS PIC 9(3).
    01 ELECTIVE-SHORT-WS PIC 9(3).
    01 CREDITS-MET-WS PIC 9(4).
    01 CREDITS-PROG-WS PIC 9(4).
    01 CREDITS-LEFT-WS PIC 9(4).
    01 REQ-MET-COUNT PIC 9(4).
    01 REQ-PROG-COUNT PIC 9(4).
    01 REQ-OPEN-COUNT PIC 9(4).
    01 RUN-DATE-WS PIC 9(8).
    01 STUDENT-READ-COUNT PIC 9(6) VALUE ZERO.
    01 AUDIT-COUNT PIC 9(6) VALUE ZERO.
    01 NO-MAJOR-COUNT PIC 9(6) VALUE ZERO.
    01 NO-PROGRAM-COUNT PIC 9(6) VALUE ZERO.
    01 PROGRAM-LOAD-COUNT PIC 9(6) VALUE ZERO.
    01 PROGRAM-REJECT-COUNT PIC 9(6) VALUE ZERO.
    01 COMPLETE-COUNT PIC 9(6) VALUE ZERO.
    01 HEADING-LINE-ONE.
        02 FILLER PIC X(37)
            VALUE "HOKKAIDO NINJA ACADEMY - DEGREE AUDIT".
        02 FILLER PIC X(24) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "DATE ".
        02 RUN-DATE-HDG PIC 9(8).
        02 FILLER PIC X(6) VALUE SPACES.
    01 HEADING-LINE-TWO.
        02 FILLER PIC X(9) VALUE "STUDENT: ".
        02 NAME-HDG PIC X(30).
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "W-NUMBER: ".
        02 W-NUMBER-HDG PIC X(10).
        02 FILLER PIC X(18) VALUE SPACES.
    01 HEADING-LINE-THREE.
        02 FILLER PIC X(9) VALUE "MAJOR:   ".
        02 MAJOR-HDG PIC X(4).
        02 FILLER PIC X(67) VALUE SPACES.
    01 COLUMN-HEAD-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(41) VALUE "REQUIREMENT".
        02 FILLER PIC X(12) VALUE "CREDITS".
        02 FILLER PIC X(25) VALUE "STATUS".
    01 REQUIRED-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 COURSE-ACR-REQ PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 COURSE-NUM-REQ PIC 9(3)X.
        02 FILLER PIC X VALUE SPACE.
        02 COURSE-NAME-REQ PIC X(24).
        02 FILLER PIC X(6) VALUE SPACES.
        02 CREDITS-REQ PIC ZZ9.
        02 FILLER PIC X(9) VALUE SPACES.
        02 STATUS-REQ PIC X(11).
        02 FILLER PIC X(14) VALUE SPACES.
    01 ELECTIVE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 COURSE-ACR-ELE PIC X(5).
        02 FILLER PIC X(10) VALUE " ELECTIVES".
        02 FILLER PIC X(6) VALUE " DONE ".
        02 DONE-ELE PIC ZZ9.
        02 FILLER PIC X(9) VALUE " IN PROG ".
        02 PROG-ELE PIC ZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 CREDITS-ELE PIC ZZ9.
        02 FILLER PIC X(9) VALUE SPACES.
        02 STATUS-ELE PIC X(11).
        02 FILLER PIC X(14) VALUE SPACES.
    01 COUNT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(19) VALUE "REQUIREMENTS MET = ".
        02 MET-CNT PIC ZZZ9.
        02 FILLER PIC X(17) VALUE "  IN PROGRESS = ".
        02 PROG-CNT PIC ZZZ9.
        02 FILLER PIC X(17) VALUE "  OUTSTANDING = ".
        02 OPEN-CNT PIC ZZZ9.
        02 FILLER PIC X(13) VALUE SPACES.
    01 TOTAL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "CREDITS MET = ".
        02 MET-TOT PIC ZZZ9.
        02 FILLER PIC X(17) VALUE "  IN PROGRESS = ".
        02 PROG-TOT PIC ZZZ9.
        02 FILLER PIC X(22) VALUE "  CREDITS REMAINING = ".
        02 LEFT-TOT PIC ZZZ9.
        02 FILLER PIC X(13) VALUE SPACES.
    01 NO-PROGRAM-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(39)
            VALUE "NO PROGRAM OF STUDY ON FILE FOR MAJOR ".
        02 MAJOR-NPG PIC X(4).
        02 FILLER PIC X(35) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "DEGREE AUDIT".
    OPEN INPUT catalogIdxFile.
    IF CAT-IDX-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2CatalogIdx.dat, STATUS = "
            CAT-IDX-STATUS " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT studentFile.
    IF STUDENT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2Student.dat, STATUS = "
            STUDENT-FILE-STATUS " - RUN StuMaint FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subLoadProgram
    PERFORM subLoadGrades
    PERFORM subLoadCourseWork
    MOVE RUN-DATE-WS TO RUN-DATE-HDG
    OPEN OUTPUT reportFile.
    PERFORM subReadStudent
        PERFORM UNTIL STUDENT-EOF-CHK = "T"
        IF STU-MAJOR = SPACES
            ADD 1 TO NO-MAJOR-COUNT
        ELSE
            PERFORM subAuditStudent
        END-IF
        PERFORM subReadStudent
    END-PERFORM.
    CLOSE reportFile.
    CLOSE studentFile.
    CLOSE programIdxFile.
    CLOSE auditWrkFile.
    CLOSE catalogIdxFile.
    IF GRADES-AVAIL
        CLOSE gradeIdxFile
    END-IF.
    DISPLAY "====================================================".
    DISPLAY "DegAudit RUN-CONTROL SUMMARY".
    DISPLAY "PROGRAM ROWS LOADED   = " PROGRAM-LOAD-COUNT.
    DISPLAY "PROGRAM ROWS REJECTED = " PROGRAM-REJECT-COUNT.
    DISPLAY "STUDENTS READ         = " STUDENT-READ-COUNT.
    DISPLAY "STUDENTS AUDITED      = " AUDIT-COUNT.
    DISPLAY "ALL REQUIREMENTS MET  = " COMPLETE-COUNT.
    DISPLAY "NO MAJOR DECLARED     = " NO-MAJOR-COUNT.
    DISPLAY "MAJOR NOT ON FILE     = " NO-PROGRAM-COUNT.
    DISPLAY "DEGREE AUDIT WRITTEN TO P2DegAudit.dat".
    DISPLAY "====================================================".
STOP RUN.
subLoadProgram.
    OPEN INPUT programFile.
    IF PROGRAM-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2Program.dat, STATUS = "
            PROGRAM-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT programIdxFile.
    PERFORM subReadProgram
        PERFORM UNTIL PROGRAM-EOF-CHK = "T"
        IF PGM-MAJOR = SPACES
            OR (PGM-TYPE NOT = "C" AND PGM-TYPE NOT = "E")
            OR PGM-ACR = SPACES
            OR (PGM-TYPE = "C" AND PGM-NUM = SPACES)
            OR (PGM-TYPE = "E" AND PGM-MIN-CREDITS IS NOT NUMERIC)
            DISPLAY "P2Program.dat ROW REJECTED: " programRecord
            ADD 1 TO PROGRAM-REJECT-COUNT
        ELSE
            MOVE PGM-MAJOR TO PGM-IDX-MAJOR
            MOVE PGM-TYPE TO PGM-IDX-TYPE
            MOVE PGM-ACR TO PGM-IDX-ACR
            IF PGM-TYPE = "C"
                MOVE PGM-NUM TO PGM-IDX-NUM
                MOVE ZERO TO PGM-IDX-MIN-CREDITS
            ELSE
                MOVE SPACES TO PGM-IDX-NUM
                MOVE PGM-MIN-CREDITS TO PGM-IDX-MIN-CREDITS
            END-IF
            WRITE programIdxRecord
                INVALID KEY
                    DISPLAY "P2Program.dat DUPLICATE ROW: " programRecord
                    ADD 1 TO PROGRAM-REJECT-COUNT
                NOT INVALID KEY
                    ADD 1 TO PROGRAM-LOAD-COUNT
            END-WRITE
        END-IF
        PERFORM subReadProgram
    END-PERFORM.
    CLOSE programFile.
    CLOSE programIdxFile.
    OPEN INPUT programIdxFile.
subReadProgram.
    READ programFile
    AT END
        MOVE "T" TO PROGRAM-EOF-CHK
    END-READ.
subLoadGrades.
    OPEN INPUT gradeFile.
    IF GRADE-FILE-STATUS = "00"
        OPEN OUTPUT gradeIdxFile
        PERFORM subReadGrade
            PERFORM UNTIL GRADE-EOF-CHK = "T"
            MOVE GRD-W-NUMBER TO GRD-IDX-WNUM
            MOVE GRD-YEAR TO GRD-IDX-YEAR
            MOVE GRD-SEASON TO GRD-IDX-SEASON
            MOVE GRD-ACR TO GRD-IDX-ACR
            MOVE GRD-NUM TO GRD-IDX-NUM
            MOVE GRD-GRADE TO GRD-IDX-GRADE
            MOVE GRD-POST-DATE TO GRD-IDX-POST-DATE
            WRITE gradeIdxRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadGrade
        END-PERFORM
        CLOSE gradeIdxFile
        OPEN INPUT gradeIdxFile
        MOVE "Y" TO GRADES-AVAIL-CHK
    ELSE
        DISPLAY "P2Grades.dat NOT PRESENT - NO COURSE WILL COUNT AS "
            "COMPLETED"
    END-IF.
    CLOSE gradeFile.
subReadGrade.
    READ gradeFile
    AT END
        MOVE "T" TO GRADE-EOF-CHK
    END-READ.
subLoadCourseWork.
    OPEN OUTPUT auditWrkFile.
    CLOSE auditWrkFile.
    OPEN I-O auditWrkFile.
    OPEN INPUT idxFile.
    IF IDX-FILE-STATUS = "00"
        PERFORM subReadIdxNext
            PERFORM UNTIL IDX-EOF-CHK = "T"
            MOVE W-NUMBER-IDX TO COURSE-WNUM-WS
            MOVE YEAR-IDX TO COURSE-YEAR-WS
            MOVE SEASON-IDX TO COURSE-SEASON-WS
            MOVE COURSE-ACR-IDX TO COURSE-ACR-WS
            MOVE COURSE-NUM-IDX TO COURSE-NUM-WS
            PERFORM subFindGrade
            MOVE SPACE TO COURSE-STATUS-WS
            IF GRADE-LETTER-WS = "A" OR GRADE-LETTER-WS = "B"
                OR GRADE-LETTER-WS = "C" OR GRADE-LETTER-WS = "D"
                MOVE "C" TO COURSE-STATUS-WS
            ELSE
                IF GRADE-LETTER-WS = SPACE OR GRADE-LETTER-WS = "I"
                    MOVE "P" TO COURSE-STATUS-WS
                END-IF
            END-IF
            PERFORM subPostCourse
            PERFORM subReadIdxNext
        END-PERFORM
    END-IF.
    CLOSE idxFile.
    OPEN INPUT histFile.
    IF HIST-FILE-STATUS = "00"
        PERFORM subReadHist
            PERFORM UNTIL HIST-EOF-CHK = "T"
            MOVE W-NUMBER-HST TO COURSE-WNUM-WS
            MOVE YEAR-HST TO COURSE-YEAR-WS
            MOVE SEASON-HST TO COURSE-SEASON-WS
            MOVE COURSE-ACR-HST TO COURSE-ACR-WS
            MOVE COURSE-NUM-HST TO COURSE-NUM-WS
            PERFORM subFindGrade
            MOVE SPACE TO COURSE-STATUS-WS
            IF GRADE-LETTER-WS = "A" OR GRADE-LETTER-WS = "B"
                OR GRADE-LETTER-WS = "C" OR GRADE-LETTER-WS = "D"
                MOVE "C" TO COURSE-STATUS-WS
            END-IF
            PERFORM subPostCourse
            PERFORM subReadHist
        END-PERFORM
    END-IF.
    CLOSE histFile.
subReadIdxNext.
    READ idxFile NEXT RECORD
        AT END
            MOVE "T" TO IDX-EOF-CHK
    END-READ.
subReadHist.
    READ histFile
    AT END
        MOVE "T" TO HIST-EOF-CHK
    END-READ.
subFindGrade.
    MOVE SPACES TO COURSE-GRADE-WS
    IF GRADES-AVAIL
        MOVE COURSE-WNUM-WS TO GRD-IDX-WNUM
        MOVE COURSE-YEAR-WS TO GRD-IDX-YEAR
        MOVE COURSE-SEASON-WS TO GRD-IDX-SEASON
        MOVE COURSE-ACR-WS TO GRD-IDX-ACR
        MOVE COURSE-NUM-WS TO GRD-IDX-NUM
        READ gradeIdxFile
            INVALID KEY
                CONTINUE
        END-READ
        IF GRD-IDX-STATUS = "00"
            MOVE GRD-IDX-GRADE TO COURSE-GRADE-WS
        END-IF
    END-IF
    MOVE COURSE-GRADE-WS TO GRADE-EDIT-WS.
subPostCourse.
    IF COURSE-STATUS-WS NOT = SPACE
        MOVE COURSE-WNUM-WS TO AUD-WRK-WNUM
        MOVE COURSE-ACR-WS TO AUD-WRK-ACR
        MOVE COURSE-NUM-WS TO AUD-WRK-NUM
        MOVE "N" TO AUD-FOUND-CHK
        READ auditWrkFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO AUD-FOUND-CHK
        END-READ
        IF NOT AUD-FOUND
            MOVE COURSE-WNUM-WS TO AUD-WRK-WNUM
            MOVE COURSE-ACR-WS TO AUD-WRK-ACR
            MOVE COURSE-NUM-WS TO AUD-WRK-NUM
            MOVE COURSE-STATUS-WS TO AUD-WRK-STATUS-CODE
            MOVE "N" TO AUD-WRK-USED
            WRITE auditWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
        ELSE
            IF COURSE-STATUS-WS = "C" AND AUD-WRK-IN-PROGRESS
                MOVE "C" TO AUD-WRK-STATUS-CODE
                REWRITE auditWrkRecord
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
        END-IF
    END-IF.
subReadStudent.
    READ studentFile
    AT END
        MOVE "T" TO STUDENT-EOF-CHK
    NOT AT END
        ADD 1 TO STUDENT-READ-COUNT
    END-READ.
subAuditStudent.
    MOVE STU-MAJOR TO AUDIT-MAJOR-WS
    MOVE STU-FULL-NAME TO NAME-HDG
    MOVE STU-W-NUMBER TO W-NUMBER-HDG
    MOVE STU-MAJOR TO MAJOR-HDG
    WRITE reportLine FROM HEADING-LINE-ONE AFTER ADVANCING PAGE
    WRITE reportLine FROM HEADING-LINE-TWO AFTER ADVANCING 2 LINES
    WRITE reportLine FROM HEADING-LINE-THREE AFTER ADVANCING 1 LINE
    MOVE ZERO TO CREDITS-MET-WS
    MOVE ZERO TO CREDITS-PROG-WS
    MOVE ZERO TO CREDITS-LEFT-WS
    MOVE ZERO TO REQ-MET-COUNT
    MOVE ZERO TO REQ-PROG-COUNT
    MOVE ZERO TO REQ-OPEN-COUNT
    MOVE "N" TO PROGRAM-FOUND-CHK
    MOVE "N" TO PROGRAM-SCAN-CHK
    MOVE AUDIT-MAJOR-WS TO PGM-IDX-MAJOR
    MOVE LOW-VALUES TO PGM-IDX-TYPE
    MOVE LOW-VALUES TO PGM-IDX-ACR
    MOVE LOW-VALUES TO PGM-IDX-NUM
    START programIdxFile KEY IS NOT LESS THAN PGM-IDX-KEY
        INVALID KEY
            MOVE "Y" TO PROGRAM-SCAN-CHK
    END-START
    IF PGM-IDX-STATUS NOT = "00"
        MOVE "Y" TO PROGRAM-SCAN-CHK
    END-IF
    PERFORM subReadProgramNext UNTIL PROGRAM-SCAN-DONE
    IF PROGRAM-FOUND
        MOVE REQ-MET-COUNT TO MET-CNT
        MOVE REQ-PROG-COUNT TO PROG-CNT
        MOVE REQ-OPEN-COUNT TO OPEN-CNT
        WRITE reportLine FROM COUNT-LINE AFTER ADVANCING 2 LINES
        MOVE CREDITS-MET-WS TO MET-TOT
        MOVE CREDITS-PROG-WS TO PROG-TOT
        MOVE CREDITS-LEFT-WS TO LEFT-TOT
        WRITE reportLine FROM TOTAL-LINE AFTER ADVANCING 1 LINE
        ADD 1 TO AUDIT-COUNT
        IF REQ-PROG-COUNT = ZERO AND REQ-OPEN-COUNT = ZERO
            ADD 1 TO COMPLETE-COUNT
        END-IF
    ELSE
        MOVE AUDIT-MAJOR-WS TO MAJOR-NPG
        WRITE reportLine FROM NO-PROGRAM-LINE AFTER ADVANCING 2 LINES
        ADD 1 TO NO-PROGRAM-COUNT
    END-IF.
subReadProgramNext.
    READ programIdxFile NEXT RECORD
        AT END
            MOVE "Y" TO PROGRAM-SCAN-CHK
        NOT AT END
            IF PGM-IDX-STATUS NOT = "00" AND PGM-IDX-STATUS NOT = "02"
                MOVE "Y" TO PROGRAM-SCAN-CHK
            ELSE
                IF PGM-IDX-MAJOR NOT = AUDIT-MAJOR-WS
                    MOVE "Y" TO PROGRAM-SCAN-CHK
                ELSE
                    IF NOT PROGRAM-FOUND
                        MOVE "Y" TO PROGRAM-FOUND-CHK
                        WRITE reportLine FROM COLUMN-HEAD-LINE
                            AFTER ADVANCING 2 LINES
                    END-IF
                    IF PGM-IDX-TYPE = "C"
                        PERFORM subAuditRequired
                    ELSE
                        PERFORM subAuditElective
                    END-IF
                END-IF
            END-IF
    END-READ.
subAuditRequired.
    MOVE PGM-IDX-ACR TO COURSE-ACR-WS
    MOVE PGM-IDX-NUM TO COURSE-NUM-WS
    PERFORM subFindCredits
    MOVE PGM-IDX-ACR TO COURSE-ACR-REQ
    MOVE PGM-IDX-NUM TO COURSE-NUM-REQ
    MOVE COURSE-NAME-WS TO COURSE-NAME-REQ
    MOVE COURSE-CREDITS-WS TO CREDITS-REQ
    MOVE STU-W-NUMBER TO AUD-WRK-WNUM
    MOVE PGM-IDX-ACR TO AUD-WRK-ACR
    MOVE PGM-IDX-NUM TO AUD-WRK-NUM
    MOVE "N" TO AUD-FOUND-CHK
    READ auditWrkFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO AUD-FOUND-CHK
    END-READ
    IF AUD-FOUND
        MOVE "Y" TO AUD-WRK-USED
        REWRITE auditWrkRecord
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF
    IF AUD-FOUND AND AUD-WRK-COMPLETED
        MOVE "MET" TO STATUS-REQ
        ADD 1 TO REQ-MET-COUNT
        ADD COURSE-CREDITS-WS TO CREDITS-MET-WS
    ELSE
        IF AUD-FOUND AND AUD-WRK-IN-PROGRESS
            MOVE "IN PROGRESS" TO STATUS-REQ
            ADD 1 TO REQ-PROG-COUNT
            ADD COURSE-CREDITS-WS TO CREDITS-PROG-WS
        ELSE
            MOVE "OUTSTANDING" TO STATUS-REQ
            ADD 1 TO REQ-OPEN-COUNT
        END-IF
        ADD COURSE-CREDITS-WS TO CREDITS-LEFT-WS
    END-IF
    WRITE reportLine FROM REQUIRED-LINE AFTER ADVANCING 1 LINE.
subFindCredits.
    MOVE ZERO TO COURSE-CREDITS-WS
    MOVE "NOT IN CATALOG" TO COURSE-NAME-WS
    MOVE COURSE-ACR-WS TO CAT-IDX-ACR
    MOVE COURSE-NUM-WS TO CAT-IDX-NUM
    READ catalogIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF CAT-IDX-STATUS = "00"
        MOVE CAT-IDX-CREDITS TO COURSE-CREDITS-WS
        MOVE CAT-IDX-NAME TO COURSE-NAME-WS
    END-IF.
subAuditElective.
    MOVE ZERO TO ELECTIVE-DONE-WS
    MOVE ZERO TO ELECTIVE-PROG-WS
    MOVE "N" TO ELECTIVE-SCAN-CHK
    MOVE STU-W-NUMBER TO AUD-WRK-WNUM
    MOVE PGM-IDX-ACR TO AUD-WRK-ACR
    MOVE LOW-VALUES TO AUD-WRK-NUM
    START auditWrkFile KEY IS NOT LESS THAN AUD-WRK-KEY
        INVALID KEY
            MOVE "Y" TO ELECTIVE-SCAN-CHK
    END-START
    IF AUD-WRK-STATUS NOT = "00"
        MOVE "Y" TO ELECTIVE-SCAN-CHK
    END-IF
    PERFORM subReadElectiveNext UNTIL ELECTIVE-SCAN-DONE
    IF ELECTIVE-DONE-WS > PGM-IDX-MIN-CREDITS
        MOVE PGM-IDX-MIN-CREDITS TO ELECTIVE-DONE-WS
    END-IF
    SUBTRACT ELECTIVE-DONE-WS FROM PGM-IDX-MIN-CREDITS
        GIVING ELECTIVE-SHORT-WS
    IF ELECTIVE-PROG-WS > ELECTIVE-SHORT-WS
        MOVE ELECTIVE-SHORT-WS TO ELECTIVE-PROG-WS
    END-IF
    MOVE PGM-IDX-ACR TO COURSE-ACR-ELE
    MOVE ELECTIVE-DONE-WS TO DONE-ELE
    MOVE ELECTIVE-PROG-WS TO PROG-ELE
    MOVE PGM-IDX-MIN-CREDITS TO CREDITS-ELE
    ADD ELECTIVE-DONE-WS TO CREDITS-MET-WS
    ADD ELECTIVE-PROG-WS TO CREDITS-PROG-WS
    ADD ELECTIVE-SHORT-WS TO CREDITS-LEFT-WS
    IF ELECTIVE-SHORT-WS = ZERO
        MOVE "MET" TO STATUS-ELE
        ADD 1 TO REQ-MET-COUNT
    ELSE
        IF ELECTIVE-PROG-WS = ELECTIVE-SHORT-WS
            MOVE "IN PROGRESS" TO STATUS-ELE
            ADD 1 TO REQ-PROG-COUNT
        ELSE
            MOVE "OUTSTANDING" TO STATUS-ELE
            ADD 1 TO REQ-OPEN-COUNT
        END-IF
    END-IF
    WRITE reportLine FROM ELECTIVE-LINE AFTER ADVANCING 1 LINE.
subReadElectiveNext.
    READ auditWrkFile NEXT RECORD
        AT END
            MOVE "Y" TO ELECTIVE-SCAN-CHK
        NOT AT END
            IF AUD-WRK-STATUS NOT = "00" AND AUD-WRK-STATUS NOT = "02"
                MOVE "Y" TO ELECTIVE-SCAN-CHK
            ELSE
                IF AUD-WRK-WNUM NOT = STU-W-NUMBER
                    OR AUD-WRK-ACR NOT = PGM-IDX-ACR
                    MOVE "Y" TO ELECTIVE-SCAN-CHK
                ELSE
                    IF AUD-WRK-USED NOT = "Y"
                        PERFORM subCountElective
                    END-IF
                END-IF
            END-IF
    END-READ.
subCountElective.
    MOVE AUD-WRK-ACR TO COURSE-ACR-WS
    MOVE AUD-WRK-NUM TO COURSE-NUM-WS
    PERFORM subFindCredits
    IF AUD-WRK-COMPLETED
        ADD COURSE-CREDITS-WS TO ELECTIVE-DONE-WS
    ELSE
        ADD COURSE-CREDITS-WS TO ELECTIVE-PROG-WS
    END-IF
    MOVE "Y" TO AUD-WRK-USED
    REWRITE auditWrkRecord
        INVALID KEY
            CONTINUE
    END-REWRITE.
