IDENTIFICATION DIVISION.
PROGRAM-ID. AcadStand.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT gradeFile ASSIGN TO "P2Grades.dat"
        FILE STATUS IS GRADE-FILE-STATUS.
    SELECT catalogIdxFile ASSIGN TO "P2CatalogIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-IDX-KEY
        FILE STATUS IS CAT-IDX-STATUS.
    SELECT OPTIONAL rptSelFile ASSIGN TO "P2RptSel.dat"
        FILE STATUS IS RPT-SEL-STATUS.
    SELECT standingFile ASSIGN TO "P2Standing.dat"
        FILE STATUS IS STANDING-FILE-STATUS.
    SELECT gradeSortFile ASSIGN TO "P2GpaSort.tmp".
    SELECT reportSortFile ASSIGN TO "P2StdSort.tmp".
    SELECT reportFile ASSIGN TO "P2StdRpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD gradeFile.
    01 gradeRecord.
        02 GRD-W-NUMBER PIC X(10).
        02 GRD-YEAR PIC 9(4)X.
        02 GRD-SEASON PIC X(7).
        02 GRD-ACR PIC X(5).
        02 GRD-NUM PIC 9(3)X.
        02 GRD-GRADE PIC X(2).
        02 GRD-POST-DATE PIC 9(8).
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
FD rptSelFile.
    01 rptSelRecord.
        02 SEASON-SEL PIC X(7).
        02 YEAR-SEL PIC 9(4)X.
FD standingFile.
    01 standingRecord.
        02 STD-W-NUMBER PIC X(10).
        02 STD-YEAR PIC 9(4)X.
        02 STD-SEASON PIC X(7).
        02 STD-TERM-HOURS PIC 9(3).
        02 STD-TERM-POINTS PIC 9(4)V99.
        02 STD-TERM-GPA PIC 9V99.
        02 STD-CUM-HOURS PIC 9(4).
        02 STD-CUM-POINTS PIC 9(5)V99.
        02 STD-CUM-GPA PIC 9V99.
        02 STD-EARNED-CREDITS PIC 9(3).
        02 STD-STANDING PIC X.
        02 STD-RUN-DATE PIC 9(8).
SD gradeSortFile.
    01 gradeSortRecord.
        02 W-NUMBER-GSR PIC X(10).
        02 TERM-RANK-GSR PIC 9(6).
        02 YEAR-GSR PIC 9(4)X.
        02 SEASON-GSR PIC X(7).
        02 COURSE-ACR-GSR PIC X(5).
        02 COURSE-NUM-GSR PIC 9(3)X.
        02 GRADE-GSR PIC X(2).
SD reportSortFile.
    01 reportSortRecord.
        02 TERM-RANK-RSR PIC 9(6).
        02 W-NUMBER-RSR PIC X(10).
        02 YEAR-RSR PIC 9(4)X.
        02 SEASON-RSR PIC X(7).
        02 TERM-HOURS-RSR PIC 9(3).
        02 TERM-GPA-RSR PIC 9V99.
        02 CUM-HOURS-RSR PIC 9(4).
        02 CUM-GPA-RSR PIC 9V99.
        02 STANDING-RSR PIC X.
FD reportFile.
    01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
    01 GRADE-FILE-STATUS PIC XX.
    01 CAT-IDX-STATUS PIC XX.
    01 RPT-SEL-STATUS PIC XX.
    01 STANDING-FILE-STATUS PIC XX.
    01 REPORT-SEASON PIC X(7).
    01 REPORT-YEAR PIC 9(4)X.
    01 SEASON-VALID-CHK PIC X VALUE "N".
        88 SEASON-VALID VALUE "Y".
    01 GRADE-EOF-CHK PIC X VALUE "F".
    01 SORT-EOF-CHK PIC X VALUE "F".
    01 STANDING-EOF-CHK PIC X VALUE "F".
    01 YEAR-SPLIT-WS.
        02 YEAR-DIGITS-WS PIC 9(4).
        02 FILLER PIC X.
    01 SEASON-RANK-SEASON-WS PIC X(7).
    01 SEASON-RANK-WS PIC 9.
    01 TERM-RANK-WS PIC 9(6).
    01 FIRST-STUDENT-CHK PIC X VALUE "Y".
        88 FIRST-STUDENT VALUE "Y".
    01 BREAK-W-NUMBER PIC X(10).
    01 BREAK-TERM.
        02 BREAK-YEAR PIC 9(4)X.
        02 BREAK-SEASON PIC X(7).
    01 GRADE-EDIT-WS.
        02 GRADE-LETTER-WS PIC X.
        02 GRADE-SIGN-WS PIC X.
    01 GRADE-POINTS-WS PIC 9V9.
    01 GRADE-COUNTS-CHK PIC X VALUE "N".
        88 GRADE-COUNTS VALUE "Y".
    01 COURSE-CREDITS-WS PIC 9(2).
    01 COURSE-POINTS-WS PIC 9(3)V99.
    01 TERM-HOURS-WS PIC 9(3).
    01 TERM-POINTS-WS PIC 9(4)V99.
    01 TERM-GPA-WS PIC 9V99.
    01 TERM-EARNED-WS PIC 9(3).
    01 CUM-HOURS-WS PIC 9(4).
    01 CUM-POINTS-WS PIC 9(5)V99.
    01 CUM-GPA-WS PIC 9V99.
    01 PRIOR-STANDING-WS PIC X.
    01 STANDING-WS PIC X.
        88 STANDING-DEANS-LIST VALUE "D".
        88 STANDING-GOOD VALUE "G".
        88 STANDING-PROBATION VALUE "P".
        88 STANDING-SUSPENSION VALUE "S".
    01 DEANS-LIST-GPA PIC 9V99 VALUE 3.50.
    01 DEANS-LIST-HOURS PIC 9(3) VALUE 12.
    01 PROBATION-GPA PIC 9V99 VALUE 2.00.
    01 RUN-DATE-WS PIC 9(8).
    01 GRADE-READ-COUNT PIC 9(6) VALUE ZERO.
    01 NO-CATALOG-COUNT PIC 9(6) VALUE ZERO.
    01 STANDING-WRITE-COUNT PIC 9(6) VALUE ZERO.
    01 REPORT-LINE-COUNT PIC 9(6) VALUE ZERO.
    01 TERM-DEANS-COUNT PIC 9(6) VALUE ZERO.
    01 TERM-GOOD-COUNT PIC 9(6) VALUE ZERO.
    01 TERM-PROBATION-COUNT PIC 9(6) VALUE ZERO.
    01 TERM-SUSPENSION-COUNT PIC 9(6) VALUE ZERO.
    01 FIRST-GROUP-CHK PIC X VALUE "Y".
        88 FIRST-GROUP VALUE "Y".
    01 LINE-COUNT PIC 9(4) COMP VALUE ZERO.
    01 PAGE-NUMBER PIC 9(4) VALUE ZERO.
    01 PAGE-LINE-MAX PIC 9(4) COMP VALUE 55.
    01 HEADING-LINE-ONE.
        02 FILLER PIC X(44)
            VALUE "HOKKAIDO NINJA ACADEMY - ACADEMIC STANDING ".
        02 FILLER PIC X(21) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PAGE ".
        02 PAGE-NUMBER-HDG PIC 9(4).
        02 FILLER PIC X(6) VALUE SPACES.
    01 HEADING-LINE-TWO.
        02 FILLER PIC X(5) VALUE "TERM ".
        02 SEASON-HDG PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 YEAR-HDG PIC 9(4)X.
        02 FILLER PIC X(62) VALUE SPACES.
    01 HEADING-LINE-THREE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "W-NUMBER".
        02 FILLER PIC X(11) VALUE "TERM HRS".
        02 FILLER PIC X(10) VALUE "TERM GPA".
        02 FILLER PIC X(10) VALUE "CUM HRS".
        02 FILLER PIC X(10) VALUE "CUM GPA".
        02 FILLER PIC X(14) VALUE "STANDING".
        02 FILLER PIC X(10) VALUE SPACES.
    01 DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 W-NUMBER-DET PIC X(10).
        02 FILLER PIC X(8) VALUE SPACES.
        02 TERM-HOURS-DET PIC ZZ9.
        02 FILLER PIC X(6) VALUE SPACES.
        02 TERM-GPA-DET PIC 9.99.
        02 FILLER PIC X(5) VALUE SPACES.
        02 CUM-HOURS-DET PIC ZZZ9.
        02 FILLER PIC X(6) VALUE SPACES.
        02 CUM-GPA-DET PIC 9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 STANDING-DET PIC X(14).
        02 FILLER PIC X(10) VALUE SPACES.
    01 TOTAL-LINE-ONE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "DEAN'S LIST =  ".
        02 DEANS-TOT PIC ZZZZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "GOOD STANDING =  ".
        02 GOOD-TOT PIC ZZZZZ9.
        02 FILLER PIC X(30) VALUE SPACES.
    01 TOTAL-LINE-TWO.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "PROBATION =    ".
        02 PROBATION-TOT PIC ZZZZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "SUSPENSION =     ".
        02 SUSPENSION-TOT PIC ZZZZZ9.
        02 FILLER PIC X(30) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "ACADEMIC STANDING RUN".
    PERFORM subLoadSelection
    OPEN INPUT catalogIdxFile.
    IF CAT-IDX-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2CatalogIdx.dat, STATUS = "
            CAT-IDX-STATUS " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT gradeFile.
    IF GRADE-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2Grades.dat, STATUS = "
            GRADE-FILE-STATUS " - RUN GradePost FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT standingFile.
    SORT gradeSortFile
        ON ASCENDING KEY W-NUMBER-GSR TERM-RANK-GSR
            COURSE-ACR-GSR COURSE-NUM-GSR
        INPUT PROCEDURE IS subReleaseGrades
        OUTPUT PROCEDURE IS subComputeStanding.
    CLOSE gradeFile.
    CLOSE standingFile.
    CLOSE catalogIdxFile.
    OPEN OUTPUT reportFile.
    SORT reportSortFile
        ON ASCENDING KEY TERM-RANK-RSR W-NUMBER-RSR
        INPUT PROCEDURE IS subReleaseStanding
        OUTPUT PROCEDURE IS subPrintStanding.
    CLOSE reportFile.
    DISPLAY "====================================================".
    DISPLAY "AcadStand RUN-CONTROL SUMMARY".
    DISPLAY "GRADES READ       = " GRADE-READ-COUNT.
    DISPLAY "NOT IN CATALOG    = " NO-CATALOG-COUNT.
    DISPLAY "STANDING RECORDS  = " STANDING-WRITE-COUNT.
    DISPLAY "STUDENTS REPORTED = " REPORT-LINE-COUNT.
    DISPLAY "STANDING MASTER WRITTEN TO P2Standing.dat".
    DISPLAY "STANDING REPORT WRITTEN TO P2StdRpt.dat".
    DISPLAY "====================================================".
STOP RUN.
subLoadSelection.
    OPEN INPUT rptSelFile.
    IF RPT-SEL-STATUS = "00"
        READ rptSelFile
            AT END
                PERFORM subPromptSelection
            NOT AT END
                MOVE SEASON-SEL TO REPORT-SEASON
                MOVE YEAR-SEL TO REPORT-YEAR
                PERFORM subNormalizeSeason
                PERFORM subValidateSelection
        END-READ
        CLOSE rptSelFile
    ELSE
        PERFORM subPromptSelection
    END-IF.
subPromptSelection.
    DISPLAY "ENTER SEASON (OR ALL FOR EVERY TERM): " WITH NO ADVANCING
    ACCEPT REPORT-SEASON
    PERFORM subNormalizeSeason
    IF REPORT-SEASON NOT = "ALL"
        DISPLAY "ENTER YEAR (4 DIGITS): " WITH NO ADVANCING
        ACCEPT REPORT-YEAR
    END-IF.
subNormalizeSeason.
    INSPECT REPORT-SEASON
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF REPORT-SEASON = "FALL"
        MOVE "AUTUMN" TO REPORT-SEASON
    END-IF.
subValidateSelection.
    IF REPORT-SEASON NOT = "ALL"
        PERFORM subCheckSeasonValid
        MOVE REPORT-YEAR TO YEAR-SPLIT-WS
        IF NOT SEASON-VALID
            OR YEAR-DIGITS-WS IS NOT NUMERIC
            DISPLAY "INVALID SELECTION IN P2RptSel.dat: "
                REPORT-SEASON " " REPORT-YEAR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
subCheckSeasonValid.
    MOVE "N" TO SEASON-VALID-CHK
    IF REPORT-SEASON = "WINTER" OR REPORT-SEASON = "SPRING"
        OR REPORT-SEASON = "SUMMER" OR REPORT-SEASON = "AUTUMN"
        MOVE "Y" TO SEASON-VALID-CHK
    END-IF.
subReleaseGrades.
    PERFORM subReadGrade
        PERFORM UNTIL GRADE-EOF-CHK = "T"
        MOVE GRD-W-NUMBER TO W-NUMBER-GSR
        MOVE GRD-YEAR TO YEAR-GSR
        MOVE GRD-SEASON TO SEASON-GSR
        MOVE GRD-ACR TO COURSE-ACR-GSR
        MOVE GRD-NUM TO COURSE-NUM-GSR
        MOVE GRD-GRADE TO GRADE-GSR
        MOVE GRD-YEAR TO YEAR-SPLIT-WS
        MOVE GRD-SEASON TO SEASON-RANK-SEASON-WS
        PERFORM subTermRank
        MOVE TERM-RANK-WS TO TERM-RANK-GSR
        RELEASE gradeSortRecord
        PERFORM subReadGrade
    END-PERFORM.
subReadGrade.
    READ gradeFile
    AT END
        MOVE "T" TO GRADE-EOF-CHK
    NOT AT END
        ADD 1 TO GRADE-READ-COUNT
    END-READ.
subTermRank.
    PERFORM subSeasonRank
    IF YEAR-DIGITS-WS IS NUMERIC
        MULTIPLY YEAR-DIGITS-WS BY 10 GIVING TERM-RANK-WS
    ELSE
        MOVE ZERO TO TERM-RANK-WS
    END-IF
    ADD SEASON-RANK-WS TO TERM-RANK-WS.
subComputeStanding.
    PERFORM subReturnGrade
        PERFORM UNTIL SORT-EOF-CHK = "T"
        IF FIRST-STUDENT
            OR W-NUMBER-GSR NOT = BREAK-W-NUMBER
            IF NOT FIRST-STUDENT
                PERFORM subCloseTerm
            END-IF
            MOVE "N" TO FIRST-STUDENT-CHK
            MOVE W-NUMBER-GSR TO BREAK-W-NUMBER
            MOVE YEAR-GSR TO BREAK-YEAR
            MOVE SEASON-GSR TO BREAK-SEASON
            MOVE ZERO TO CUM-HOURS-WS
            MOVE ZERO TO CUM-POINTS-WS
            MOVE SPACE TO PRIOR-STANDING-WS
            PERFORM subResetTerm
        END-IF
        IF YEAR-GSR NOT = BREAK-YEAR
            OR SEASON-GSR NOT = BREAK-SEASON
            PERFORM subCloseTerm
            MOVE YEAR-GSR TO BREAK-YEAR
            MOVE SEASON-GSR TO BREAK-SEASON
            PERFORM subResetTerm
        END-IF
        PERFORM subAddCourseGrade
        PERFORM subReturnGrade
    END-PERFORM.
    IF NOT FIRST-STUDENT
        PERFORM subCloseTerm
    END-IF.
subReturnGrade.
    RETURN gradeSortFile
        AT END
            MOVE "T" TO SORT-EOF-CHK
    END-RETURN.
subResetTerm.
    MOVE ZERO TO TERM-HOURS-WS
    MOVE ZERO TO TERM-POINTS-WS
    MOVE ZERO TO TERM-EARNED-WS.
subAddCourseGrade.
    PERFORM subFindCredits
    PERFORM subGradePoints
    IF GRADE-COUNTS
        ADD COURSE-CREDITS-WS TO TERM-HOURS-WS
        MULTIPLY COURSE-CREDITS-WS BY GRADE-POINTS-WS
            GIVING COURSE-POINTS-WS
        ADD COURSE-POINTS-WS TO TERM-POINTS-WS
        IF GRADE-LETTER-WS NOT = "F"
            ADD COURSE-CREDITS-WS TO TERM-EARNED-WS
        END-IF
    END-IF.
subFindCredits.
    MOVE ZERO TO COURSE-CREDITS-WS
    MOVE COURSE-ACR-GSR TO CAT-IDX-ACR
    MOVE COURSE-NUM-GSR TO CAT-IDX-NUM
    READ catalogIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF CAT-IDX-STATUS = "00"
        MOVE CAT-IDX-CREDITS TO COURSE-CREDITS-WS
    ELSE
        ADD 1 TO NO-CATALOG-COUNT
    END-IF.
subGradePoints.
    MOVE "Y" TO GRADE-COUNTS-CHK
    MOVE ZERO TO GRADE-POINTS-WS
    MOVE GRADE-GSR TO GRADE-EDIT-WS
    IF GRADE-LETTER-WS = "A"
        MOVE 4.0 TO GRADE-POINTS-WS
        IF GRADE-SIGN-WS = "-"
            MOVE 3.7 TO GRADE-POINTS-WS
        END-IF
    ELSE
        IF GRADE-LETTER-WS = "B"
            MOVE 3.0 TO GRADE-POINTS-WS
        ELSE
            IF GRADE-LETTER-WS = "C"
                MOVE 2.0 TO GRADE-POINTS-WS
            ELSE
                IF GRADE-LETTER-WS = "D"
                    MOVE 1.0 TO GRADE-POINTS-WS
                ELSE
                    IF GRADE-LETTER-WS NOT = "F"
                        MOVE "N" TO GRADE-COUNTS-CHK
                    END-IF
                END-IF
            END-IF
        END-IF
        IF GRADE-LETTER-WS = "B" OR GRADE-LETTER-WS = "C"
            OR GRADE-LETTER-WS = "D"
            IF GRADE-SIGN-WS = "+"
                ADD 0.3 TO GRADE-POINTS-WS
            END-IF
            IF GRADE-SIGN-WS = "-"
                SUBTRACT 0.3 FROM GRADE-POINTS-WS
            END-IF
        END-IF
    END-IF.
subCloseTerm.
    IF TERM-HOURS-WS > ZERO
        DIVIDE TERM-POINTS-WS BY TERM-HOURS-WS
            GIVING TERM-GPA-WS ROUNDED
    ELSE
        MOVE ZERO TO TERM-GPA-WS
    END-IF
    ADD TERM-HOURS-WS TO CUM-HOURS-WS
    ADD TERM-POINTS-WS TO CUM-POINTS-WS
    IF CUM-HOURS-WS > ZERO
        DIVIDE CUM-POINTS-WS BY CUM-HOURS-WS
            GIVING CUM-GPA-WS ROUNDED
    ELSE
        MOVE ZERO TO CUM-GPA-WS
    END-IF
    PERFORM subAssignStanding
    MOVE BREAK-W-NUMBER TO STD-W-NUMBER
    MOVE BREAK-YEAR TO STD-YEAR
    MOVE BREAK-SEASON TO STD-SEASON
    MOVE TERM-HOURS-WS TO STD-TERM-HOURS
    MOVE TERM-POINTS-WS TO STD-TERM-POINTS
    MOVE TERM-GPA-WS TO STD-TERM-GPA
    MOVE CUM-HOURS-WS TO STD-CUM-HOURS
    MOVE CUM-POINTS-WS TO STD-CUM-POINTS
    MOVE CUM-GPA-WS TO STD-CUM-GPA
    MOVE TERM-EARNED-WS TO STD-EARNED-CREDITS
    MOVE STANDING-WS TO STD-STANDING
    MOVE RUN-DATE-WS TO STD-RUN-DATE
    WRITE standingRecord
    ADD 1 TO STANDING-WRITE-COUNT
    MOVE STANDING-WS TO PRIOR-STANDING-WS.
subAssignStanding.
    IF TERM-HOURS-WS = ZERO
        IF PRIOR-STANDING-WS = "P" OR PRIOR-STANDING-WS = "S"
            MOVE PRIOR-STANDING-WS TO STANDING-WS
        ELSE
            MOVE "G" TO STANDING-WS
        END-IF
    ELSE
        IF CUM-GPA-WS < PROBATION-GPA
            IF PRIOR-STANDING-WS = "P" OR PRIOR-STANDING-WS = "S"
                MOVE "S" TO STANDING-WS
            ELSE
                MOVE "P" TO STANDING-WS
            END-IF
        ELSE
            IF TERM-GPA-WS NOT < DEANS-LIST-GPA
                AND TERM-HOURS-WS NOT < DEANS-LIST-HOURS
                MOVE "D" TO STANDING-WS
            ELSE
                MOVE "G" TO STANDING-WS
            END-IF
        END-IF
    END-IF.
subReleaseStanding.
    OPEN INPUT standingFile.
    PERFORM subReadStanding
        PERFORM UNTIL STANDING-EOF-CHK = "T"
        IF REPORT-SEASON = "ALL"
            OR (STD-SEASON = REPORT-SEASON AND STD-YEAR = REPORT-YEAR)
            MOVE STD-YEAR TO YEAR-SPLIT-WS
            MOVE STD-SEASON TO SEASON-RANK-SEASON-WS
            PERFORM subTermRank
            MOVE TERM-RANK-WS TO TERM-RANK-RSR
            MOVE STD-W-NUMBER TO W-NUMBER-RSR
            MOVE STD-YEAR TO YEAR-RSR
            MOVE STD-SEASON TO SEASON-RSR
            MOVE STD-TERM-HOURS TO TERM-HOURS-RSR
            MOVE STD-TERM-GPA TO TERM-GPA-RSR
            MOVE STD-CUM-HOURS TO CUM-HOURS-RSR
            MOVE STD-CUM-GPA TO CUM-GPA-RSR
            MOVE STD-STANDING TO STANDING-RSR
            RELEASE reportSortRecord
        END-IF
        PERFORM subReadStanding
    END-PERFORM.
    CLOSE standingFile.
subReadStanding.
    READ standingFile
    AT END
        MOVE "T" TO STANDING-EOF-CHK
    END-READ.
subPrintStanding.
    MOVE "F" TO SORT-EOF-CHK
    PERFORM subReturnStanding
        PERFORM UNTIL SORT-EOF-CHK = "T"
        IF FIRST-GROUP
            OR YEAR-RSR NOT = BREAK-YEAR
            OR SEASON-RSR NOT = BREAK-SEASON
            IF NOT FIRST-GROUP
                PERFORM subPrintTermTotal
            END-IF
            MOVE "N" TO FIRST-GROUP-CHK
            MOVE YEAR-RSR TO BREAK-YEAR
            MOVE SEASON-RSR TO BREAK-SEASON
            MOVE ZERO TO TERM-DEANS-COUNT
            MOVE ZERO TO TERM-GOOD-COUNT
            MOVE ZERO TO TERM-PROBATION-COUNT
            MOVE ZERO TO TERM-SUSPENSION-COUNT
            PERFORM subPrintHeading
        END-IF
        IF LINE-COUNT > PAGE-LINE-MAX
            PERFORM subPrintHeading
        END-IF
        PERFORM subPrintDetail
        PERFORM subReturnStanding
    END-PERFORM.
    IF NOT FIRST-GROUP
        PERFORM subPrintTermTotal
    END-IF.
subReturnStanding.
    RETURN reportSortFile
        AT END
            MOVE "T" TO SORT-EOF-CHK
    END-RETURN.
subPrintHeading.
    ADD 1 TO PAGE-NUMBER
    MOVE PAGE-NUMBER TO PAGE-NUMBER-HDG
    MOVE SEASON-RSR TO SEASON-HDG
    MOVE YEAR-RSR TO YEAR-HDG
    WRITE reportLine FROM HEADING-LINE-ONE AFTER ADVANCING PAGE
    WRITE reportLine FROM HEADING-LINE-TWO AFTER ADVANCING 1 LINE
    WRITE reportLine FROM HEADING-LINE-THREE AFTER ADVANCING 2 LINES
    MOVE ZERO TO LINE-COUNT.
subPrintDetail.
    MOVE W-NUMBER-RSR TO W-NUMBER-DET
    MOVE TERM-HOURS-RSR TO TERM-HOURS-DET
    MOVE TERM-GPA-RSR TO TERM-GPA-DET
    MOVE CUM-HOURS-RSR TO CUM-HOURS-DET
    MOVE CUM-GPA-RSR TO CUM-GPA-DET
    MOVE STANDING-RSR TO STANDING-WS
    IF STANDING-DEANS-LIST
        MOVE "DEAN'S LIST" TO STANDING-DET
        ADD 1 TO TERM-DEANS-COUNT
    ELSE
        IF STANDING-PROBATION
            MOVE "PROBATION" TO STANDING-DET
            ADD 1 TO TERM-PROBATION-COUNT
        ELSE
            IF STANDING-SUSPENSION
                MOVE "SUSPENSION" TO STANDING-DET
                ADD 1 TO TERM-SUSPENSION-COUNT
            ELSE
                MOVE "GOOD STANDING" TO STANDING-DET
                ADD 1 TO TERM-GOOD-COUNT
            END-IF
        END-IF
    END-IF
    WRITE reportLine FROM DETAIL-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LINE-COUNT
    ADD 1 TO REPORT-LINE-COUNT.
subPrintTermTotal.
    MOVE TERM-DEANS-COUNT TO DEANS-TOT
    MOVE TERM-GOOD-COUNT TO GOOD-TOT
    MOVE TERM-PROBATION-COUNT TO PROBATION-TOT
    MOVE TERM-SUSPENSION-COUNT TO SUSPENSION-TOT
    WRITE reportLine FROM TOTAL-LINE-ONE AFTER ADVANCING 2 LINES
    WRITE reportLine FROM TOTAL-LINE-TWO AFTER ADVANCING 1 LINE.
subSeasonRank.
    IF SEASON-RANK-SEASON-WS = "WINTER"
        MOVE 1 TO SEASON-RANK-WS
    ELSE
        IF SEASON-RANK-SEASON-WS = "SPRING"
            MOVE 2 TO SEASON-RANK-WS
        ELSE
            IF SEASON-RANK-SEASON-WS = "SUMMER"
                MOVE 3 TO SEASON-RANK-WS
            ELSE
                IF SEASON-RANK-SEASON-WS = "AUTUMN"
                    OR SEASON-RANK-SEASON-WS = "FALL"
                    MOVE 4 TO SEASON-RANK-WS
                ELSE
                    MOVE ZERO TO SEASON-RANK-WS
                END-IF
            END-IF
        END-IF
    END-IF.
