IDENTIFICATION DIVISION.
PROGRAM-ID. IntAudit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT rosterFile ASSIGN TO "P2Roster.dat"
        FILE STATUS IS ROSTER-FILE-STATUS.
    SELECT rosterWrkFile ASSIGN TO "P2AudRosWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ROS-WRK-KEY
        FILE STATUS IS ROS-WRK-STATUS.
    SELECT OPTIONAL sectionFile ASSIGN TO "P2Section.dat"
        FILE STATUS IS SECTION-FILE-STATUS.
    SELECT sectionWrkFile ASSIGN TO "P2AudSecWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-WRK-KEY
        FILE STATUS IS SEC-WRK-STATUS.
    SELECT idxFile ASSIGN TO "P2OutIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDX-KEY
        FILE STATUS IS IDX-FILE-STATUS.
    SELECT OPTIONAL histIdxFile ASSIGN TO "P2HistIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-IDX-KEY
        FILE STATUS IS HIST-IDX-STATUS.
    SELECT catalogIdxFile ASSIGN TO "P2CatalogIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-IDX-KEY
        FILE STATUS IS CAT-IDX-STATUS.
    SELECT sectionIdxFile ASSIGN TO "P2SectionIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-IDX-KEY
        FILE STATUS IS SEC-IDX-STATUS.
    SELECT tallyWrkFile ASSIGN TO "P2AudCntWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TALLY-KEY
        FILE STATUS IS TALLY-STATUS.
    SELECT OPTIONAL arMastFile ASSIGN TO "P2ARMast.dat"
        FILE STATUS IS AR-MAST-STATUS.
    SELECT OPTIONAL waitFile ASSIGN TO "P2Wait.dat"
        FILE STATUS IS WAIT-FILE-STATUS.
    SELECT reportFile ASSIGN TO "P2AuditRpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD rosterFile.
    01 rosterRecord.
        02 W-NUMBER-ROSTER PIC X(10).
FD rosterWrkFile.
    01 rosterWrkRecord.
        02 ROS-WRK-KEY PIC X(10).
FD sectionFile.
    01 sectionRecord.
        02 SECTION-ACR PIC X(5).
        02 SECTION-NUM PIC 9(3)X.
        02 SECTION-SEC PIC 9(2).
        02 SECTION-INSTRUCTOR PIC X(20).
        02 SECTION-DAYS PIC X(7).
        02 SECTION-START PIC 9(4).
        02 SECTION-END PIC 9(4).
        02 SECTION-ROOM PIC X(8).
        02 SECTION-SEATS PIC 9(3).
FD sectionWrkFile.
    01 sectionWrkRecord.
        02 SEC-WRK-KEY.
            03 SEC-WRK-ACR PIC X(5).
            03 SEC-WRK-NUM PIC 9(3)X.
            03 SEC-WRK-SEC PIC 9(2).
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
FD histIdxFile.
    01 histIdxRecord.
        02 HIST-IDX-KEY.
            03 W-NUMBER-HIST PIC X(10).
            03 YEAR-HIST PIC 9(4)X.
            03 SEASON-HIST PIC X(7).
            03 COURSE-ACR-HIST PIC X(5).
            03 COURSE-NUM-HIST PIC 9(3)X.
        02 NAME-HIST PIC X(14).
        02 COURSE-NAME-HIST PIC X(24).
        02 RETURN-HIST PIC X.
        02 SECTION-HIST PIC 9(2).
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
FD sectionIdxFile.
    01 sectionIdxRecord.
        02 SEC-IDX-KEY.
            03 SEC-IDX-ACR PIC X(5).
            03 SEC-IDX-NUM PIC 9(3)X.
            03 SEC-IDX-SEC PIC 9(2).
        02 SEC-IDX-INSTRUCTOR PIC X(20).
        02 SEC-IDX-DAYS PIC X(7).
        02 SEC-IDX-START PIC 9(4).
        02 SEC-IDX-END PIC 9(4).
        02 SEC-IDX-ROOM PIC X(8).
        02 SEC-IDX-SEATS PIC 9(3).
        02 SEC-IDX-ENROLLED PIC 9(6).
FD tallyWrkFile.
    01 tallyWrkRecord.
        02 TALLY-KEY.
            03 TALLY-TYPE PIC X.
            03 TALLY-ACR PIC X(5).
            03 TALLY-NUM PIC 9(3)X.
            03 TALLY-SEC PIC 9(2).
        02 TALLY-COUNT PIC 9(6).
FD arMastFile.
    01 arMastRecord.
        02 AR-W-NUMBER PIC X(10).
        02 AR-YEAR PIC 9(4)X.
        02 AR-SEASON PIC X(7).
        02 AR-NAME PIC X(14).
        02 AR-CHARGES PIC 9(7)V99.
        02 AR-PAYMENTS PIC 9(7)V99.
        02 AR-ADJUSTMENTS PIC 9(7)V99.
        02 AR-LAST-DATE PIC 9(8).
        02 AR-AID PIC 9(7)V99.
FD waitFile.
    01 waitRecord.
        02 NAME-WAIT PIC X(14).
        02 W-NUMBER-WAIT PIC X(10).
        02 SEASON-WAIT PIC X(7).
        02 YEAR-WAIT PIC 9(4)X.
        02 COURSE-ACR-WAIT PIC X(5).
        02 COURSE-NUM-WAIT PIC 9(3)X.
        02 COURSE-NAME-WAIT PIC X(24).
        02 RETURN-WAIT PIC X.
        02 SECTION-WAIT PIC 9(2).
        02 WAIT-POSITION PIC 9(3).
FD reportFile.
    01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
    01 ROSTER-FILE-STATUS PIC XX.
    01 ROS-WRK-STATUS PIC XX.
    01 SECTION-FILE-STATUS PIC XX.
    01 SEC-WRK-STATUS PIC XX.
    01 IDX-FILE-STATUS PIC XX.
    01 HIST-IDX-STATUS PIC XX.
    01 CAT-IDX-STATUS PIC XX.
    01 SEC-IDX-STATUS PIC XX.
    01 TALLY-STATUS PIC XX.
    01 AR-MAST-STATUS PIC XX.
    01 WAIT-FILE-STATUS PIC XX.
    01 FILE-EOF-CHK PIC X VALUE "F".
    01 HIST-AVAIL-CHK PIC X VALUE "N".
        88 HIST-AVAIL VALUE "Y".
    01 PREFIX-SCAN-DONE-CHK PIC X VALUE "N".
        88 PREFIX-SCAN-DONE VALUE "Y".
    01 ENROLL-FOUND-CHK PIC X VALUE "N".
        88 ENROLL-FOUND VALUE "Y".
    01 COURSE-HAS-SECTIONS-CHK PIC X VALUE "N".
        88 COURSE-HAS-SECTIONS VALUE "Y".
    01 SECTION-DELETED-CHK PIC X VALUE "N".
        88 SECTION-DELETED VALUE "Y".
    01 AUDIT-SEC-WS PIC 9(2).
    01 ACTUAL-COUNT-WS PIC 9(6).
    01 CREDIT-TOTAL-WS PIC 9(8)V99.
    01 CATEGORY-COUNT PIC 9(6) VALUE ZERO.
    01 ROSTER-ORPHAN-COUNT PIC 9(6) VALUE ZERO.
    01 SECTION-ORPHAN-COUNT PIC 9(6) VALUE ZERO.
    01 AR-ORPHAN-COUNT PIC 9(6) VALUE ZERO.
    01 WAIT-ENROLLED-COUNT PIC 9(6) VALUE ZERO.
    01 COUNTER-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
    01 IDX-SCAN-COUNT PIC 9(6) VALUE ZERO.
    01 LINE-COUNT PIC 9(4) COMP VALUE ZERO.
    01 PAGE-NUMBER PIC 9(4) VALUE ZERO.
    01 PAGE-LINE-MAX PIC 9(4) COMP VALUE 55.
    01 RUN-DATE-WS PIC 9(8).
    01 HEADING-LINE-ONE.
        02 FILLER PIC X(48)
            VALUE "HOKKAIDO NINJA ACADEMY - FILE INTEGRITY AUDIT   ".
        02 FILLER PIC X(17) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PAGE ".
        02 PAGE-NUMBER-HDG PIC 9(4).
        02 FILLER PIC X(6) VALUE SPACES.
    01 HEADING-LINE-TWO.
        02 FILLER PIC X(9) VALUE "RUN DATE ".
        02 RUN-DATE-HDG PIC 9(8).
        02 FILLER PIC X(63) VALUE SPACES.
    01 CATEGORY-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CATEGORY-HDG PIC X(60).
        02 FILLER PIC X(18) VALUE SPACES.
    01 NONE-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "NONE FOUND".
        02 FILLER PIC X(65) VALUE SPACES.
    01 CATEGORY-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "FOUND =   ".
        02 CATEGORY-TOT PIC ZZZZZ9.
        02 FILLER PIC X(60) VALUE SPACES.
    01 ENROLL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 W-NUMBER-DET PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 SEASON-DET PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 YEAR-DET PIC 9(4)X.
        02 FILLER PIC X VALUE SPACE.
        02 ACR-DET PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 NUM-DET PIC 9(3)X.
        02 FILLER PIC X(5) VALUE " SEC ".
        02 SEC-DET PIC 99.
        02 FILLER PIC X VALUE SPACE.
        02 NAME-DET PIC X(14).
        02 FILLER PIC X(19) VALUE SPACES.
    01 AR-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 AR-W-NUMBER-DET PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 AR-SEASON-DET PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 AR-YEAR-DET PIC 9(4)X.
        02 FILLER PIC X VALUE SPACE.
        02 AR-NAME-DET PIC X(14).
        02 FILLER PIC X(9) VALUE " CHARGES ".
        02 AR-CHARGES-DET PIC Z(6)9.99.
        02 FILLER PIC X(9) VALUE " CREDITS ".
        02 AR-CREDITS-DET PIC Z(7)9.99.
    01 COUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 COUNT-FILE-DET PIC X(8).
        02 FILLER PIC X VALUE SPACE.
        02 COUNT-ACR-DET PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 COUNT-NUM-DET PIC 9(3)X.
        02 FILLER PIC X VALUE SPACE.
        02 COUNT-SEC-DET PIC XX.
        02 FILLER PIC X(10) VALUE " COUNTER  ".
        02 COUNT-STORED-DET PIC ZZZZZ9.
        02 FILLER PIC X(10) VALUE "  ACTUAL  ".
        02 COUNT-ACTUAL-DET PIC ZZZZZ9.
        02 FILLER PIC X(22) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "CROSS-FILE INTEGRITY AUDIT".
    OPEN INPUT idxFile.
    IF IDX-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2OutIdx.dat, STATUS = " IDX-FILE-STATUS
            " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT catalogIdxFile.
    IF CAT-IDX-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2CatalogIdx.dat, STATUS = "
            CAT-IDX-STATUS " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT sectionIdxFile.
    IF SEC-IDX-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2SectionIdx.dat, STATUS = "
            SEC-IDX-STATUS " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subLoadRosterWork
    PERFORM subLoadSectionWork
    OPEN INPUT histIdxFile.
    IF HIST-IDX-STATUS = "00"
        MOVE "Y" TO HIST-AVAIL-CHK
    ELSE
        MOVE "N" TO HIST-AVAIL-CHK
        CLOSE histIdxFile
    END-IF.
    OPEN OUTPUT tallyWrkFile.
    CLOSE tallyWrkFile.
    OPEN I-O tallyWrkFile.
    OPEN OUTPUT reportFile.
    PERFORM subPrintHeading
    PERFORM subAuditEnrollments
    PERFORM subAuditSections
    PERFORM subAuditAccounts
    PERFORM subAuditWaitlist
    PERFORM subAuditCounters
    CLOSE reportFile.
    CLOSE idxFile.
    CLOSE catalogIdxFile.
    CLOSE sectionIdxFile.
    CLOSE rosterWrkFile.
    CLOSE sectionWrkFile.
    CLOSE tallyWrkFile.
    IF HIST-AVAIL
        CLOSE histIdxFile
    END-IF.
    DISPLAY "====================================================".
    DISPLAY "IntAudit RUN-CONTROL SUMMARY".
    DISPLAY "ENROLLMENTS READ       = " IDX-SCAN-COUNT.
    DISPLAY "NOT ON ROSTER          = " ROSTER-ORPHAN-COUNT.
    DISPLAY "SECTION NOT ON FILE    = " SECTION-ORPHAN-COUNT.
    DISPLAY "AR WITH NO ENROLLMENT  = " AR-ORPHAN-COUNT.
    DISPLAY "WAITLISTED AND ENROLLED= " WAIT-ENROLLED-COUNT.
    DISPLAY "COUNTER MISMATCHES     = " COUNTER-MISMATCH-COUNT.
    IF ROSTER-ORPHAN-COUNT > ZERO
        OR SECTION-ORPHAN-COUNT > ZERO
        OR AR-ORPHAN-COUNT > ZERO
        OR WAIT-ENROLLED-COUNT > ZERO
        OR COUNTER-MISMATCH-COUNT > ZERO
        DISPLAY "RESULT: INTEGRITY EXCEPTIONS FOUND - SEE P2AuditRpt.dat"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "RESULT: ALL FILES AGREE"
    END-IF.
    DISPLAY "====================================================".
STOP RUN.
subLoadRosterWork.
    OPEN INPUT rosterFile.
    IF ROSTER-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2Roster.dat, STATUS = "
            ROSTER-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT rosterWrkFile.
    MOVE "F" TO FILE-EOF-CHK
    PERFORM subReadRoster
        PERFORM UNTIL FILE-EOF-CHK = "T"
        MOVE W-NUMBER-ROSTER TO ROS-WRK-KEY
        WRITE rosterWrkRecord
            INVALID KEY
                CONTINUE
        END-WRITE
        PERFORM subReadRoster
    END-PERFORM.
    CLOSE rosterFile.
    CLOSE rosterWrkFile.
    OPEN INPUT rosterWrkFile.
subReadRoster.
    READ rosterFile
    AT END
        MOVE "T" TO FILE-EOF-CHK
    END-READ.
subLoadSectionWork.
    OPEN INPUT sectionFile.
    OPEN OUTPUT sectionWrkFile.
    IF SECTION-FILE-STATUS = "00"
        MOVE "F" TO FILE-EOF-CHK
        PERFORM subReadSection
            PERFORM UNTIL FILE-EOF-CHK = "T"
            MOVE SECTION-ACR TO SEC-WRK-ACR
            MOVE SECTION-NUM TO SEC-WRK-NUM
            IF SECTION-SEC IS NUMERIC
                MOVE SECTION-SEC TO SEC-WRK-SEC
            ELSE
                MOVE 1 TO SEC-WRK-SEC
            END-IF
            WRITE sectionWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadSection
        END-PERFORM
    END-IF.
    CLOSE sectionFile.
    CLOSE sectionWrkFile.
    OPEN INPUT sectionWrkFile.
subReadSection.
    READ sectionFile
    AT END
        MOVE "T" TO FILE-EOF-CHK
    END-READ.
subPrintHeading.
    ADD 1 TO PAGE-NUMBER
    MOVE PAGE-NUMBER TO PAGE-NUMBER-HDG
    MOVE RUN-DATE-WS TO RUN-DATE-HDG
    WRITE reportLine FROM HEADING-LINE-ONE AFTER ADVANCING PAGE
    WRITE reportLine FROM HEADING-LINE-TWO AFTER ADVANCING 1 LINE
    MOVE ZERO TO LINE-COUNT.
subStartCategory.
    IF LINE-COUNT > PAGE-LINE-MAX
        PERFORM subPrintHeading
    END-IF
    WRITE reportLine FROM CATEGORY-LINE AFTER ADVANCING 2 LINES
    ADD 2 TO LINE-COUNT
    MOVE ZERO TO CATEGORY-COUNT.
subEndCategory.
    IF CATEGORY-COUNT = ZERO
        WRITE reportLine FROM NONE-LINE AFTER ADVANCING 1 LINE
    ELSE
        MOVE CATEGORY-COUNT TO CATEGORY-TOT
        WRITE reportLine FROM CATEGORY-TOTAL-LINE AFTER ADVANCING 1 LINE
    END-IF
    ADD 1 TO LINE-COUNT.
subCheckPage.
    IF LINE-COUNT > PAGE-LINE-MAX
        PERFORM subPrintHeading
        WRITE reportLine FROM CATEGORY-LINE AFTER ADVANCING 2 LINES
        ADD 2 TO LINE-COUNT
    END-IF.
subPrintEnrollLine.
    PERFORM subCheckPage
    MOVE W-NUMBER-IDX TO W-NUMBER-DET
    MOVE SEASON-IDX TO SEASON-DET
    MOVE YEAR-IDX TO YEAR-DET
    MOVE COURSE-ACR-IDX TO ACR-DET
    MOVE COURSE-NUM-IDX TO NUM-DET
    MOVE AUDIT-SEC-WS TO SEC-DET
    MOVE NAME-IDX TO NAME-DET
    WRITE reportLine FROM ENROLL-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LINE-COUNT
    ADD 1 TO CATEGORY-COUNT.
subReadIdxNext.
    READ idxFile NEXT RECORD
        AT END
            MOVE "T" TO FILE-EOF-CHK
        NOT AT END
            IF IDX-FILE-STATUS NOT = "00" AND IDX-FILE-STATUS NOT = "02"
                MOVE "T" TO FILE-EOF-CHK
            END-IF
    END-READ.
subSetAuditSection.
    IF SECTION-IDX IS NUMERIC AND SECTION-IDX > ZERO
        MOVE SECTION-IDX TO AUDIT-SEC-WS
    ELSE
        MOVE 1 TO AUDIT-SEC-WS
    END-IF.
subRestartIdx.
    MOVE LOW-VALUES TO IDX-KEY
    START idxFile KEY IS NOT LESS THAN IDX-KEY
        INVALID KEY
            MOVE "T" TO FILE-EOF-CHK
    END-START.
subAuditEnrollments.
    MOVE "ENROLLMENTS WHOSE W-NUMBER IS NOT ON P2Roster.dat"
        TO CATEGORY-HDG
    PERFORM subStartCategory
    MOVE "F" TO FILE-EOF-CHK
    PERFORM subReadIdxNext
        PERFORM UNTIL FILE-EOF-CHK = "T"
        ADD 1 TO IDX-SCAN-COUNT
        PERFORM subSetAuditSection
        PERFORM subTallyEnrollment
        MOVE W-NUMBER-IDX TO ROS-WRK-KEY
        READ rosterWrkFile
            INVALID KEY
                PERFORM subPrintEnrollLine
                ADD 1 TO ROSTER-ORPHAN-COUNT
        END-READ
        PERFORM subReadIdxNext
    END-PERFORM.
    PERFORM subEndCategory.
subTallyEnrollment.
    MOVE "C" TO TALLY-TYPE
    MOVE COURSE-ACR-IDX TO TALLY-ACR
    MOVE COURSE-NUM-IDX TO TALLY-NUM
    MOVE ZERO TO TALLY-SEC
    PERFORM subAddTally
    MOVE "S" TO TALLY-TYPE
    MOVE COURSE-ACR-IDX TO TALLY-ACR
    MOVE COURSE-NUM-IDX TO TALLY-NUM
    MOVE AUDIT-SEC-WS TO TALLY-SEC
    PERFORM subAddTally.
subAddTally.
    READ tallyWrkFile
        INVALID KEY
            MOVE 1 TO TALLY-COUNT
            WRITE tallyWrkRecord
                INVALID KEY
                    DISPLAY "TALLY WORK WRITE FAILED FOR " TALLY-KEY
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO TALLY-COUNT
            REWRITE tallyWrkRecord
                INVALID KEY
                    DISPLAY "TALLY WORK REWRITE FAILED FOR " TALLY-KEY
            END-REWRITE
    END-READ.
subAuditSections.
    MOVE "ENROLLMENTS FOR A SECTION NOT ON P2Section.dat"
        TO CATEGORY-HDG
    PERFORM subStartCategory
    MOVE "F" TO FILE-EOF-CHK
    PERFORM subRestartIdx
    IF FILE-EOF-CHK NOT = "T"
        PERFORM subReadIdxNext
    END-IF
    PERFORM UNTIL FILE-EOF-CHK = "T"
        PERFORM subSetAuditSection
        PERFORM subCheckSection
        IF SECTION-DELETED
            PERFORM subPrintEnrollLine
            ADD 1 TO SECTION-ORPHAN-COUNT
        END-IF
        PERFORM subReadIdxNext
    END-PERFORM.
    PERFORM subEndCategory.
subCheckSection.
    MOVE "N" TO SECTION-DELETED-CHK
    MOVE COURSE-ACR-IDX TO SEC-WRK-ACR
    MOVE COURSE-NUM-IDX TO SEC-WRK-NUM
    MOVE AUDIT-SEC-WS TO SEC-WRK-SEC
    READ sectionWrkFile
        INVALID KEY
            PERFORM subCheckCourseSections
            IF COURSE-HAS-SECTIONS
                MOVE "Y" TO SECTION-DELETED-CHK
            ELSE
                MOVE COURSE-ACR-IDX TO SEC-IDX-ACR
                MOVE COURSE-NUM-IDX TO SEC-IDX-NUM
                MOVE AUDIT-SEC-WS TO SEC-IDX-SEC
                READ sectionIdxFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO SECTION-DELETED-CHK
                END-READ
            END-IF
    END-READ.
subCheckCourseSections.
    MOVE "N" TO COURSE-HAS-SECTIONS-CHK
    MOVE COURSE-ACR-IDX TO SEC-WRK-ACR
    MOVE COURSE-NUM-IDX TO SEC-WRK-NUM
    MOVE ZERO TO SEC-WRK-SEC
    START sectionWrkFile KEY IS NOT LESS THAN SEC-WRK-KEY
        INVALID KEY
            MOVE "10" TO SEC-WRK-STATUS
    END-START
    IF SEC-WRK-STATUS = "00"
        READ sectionWrkFile NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF SEC-WRK-ACR = COURSE-ACR-IDX
                    AND SEC-WRK-NUM = COURSE-NUM-IDX
                    MOVE "Y" TO COURSE-HAS-SECTIONS-CHK
                END-IF
        END-READ
    END-IF.
subAuditAccounts.
    MOVE "P2ARMast.dat ACCOUNTS WITH NO ENROLLMENT FOR THE TERM"
        TO CATEGORY-HDG
    PERFORM subStartCategory
    OPEN INPUT arMastFile.
    IF AR-MAST-STATUS = "00"
        MOVE "F" TO FILE-EOF-CHK
        PERFORM subReadMaster
            PERFORM UNTIL FILE-EOF-CHK = "T"
            PERFORM subFindTermEnrollment
            IF NOT ENROLL-FOUND
                PERFORM subPrintAccountLine
                ADD 1 TO AR-ORPHAN-COUNT
            END-IF
            PERFORM subReadMaster
        END-PERFORM
    END-IF.
    CLOSE arMastFile.
    PERFORM subEndCategory.
subReadMaster.
    READ arMastFile
    AT END
        MOVE "T" TO FILE-EOF-CHK
    END-READ.
subFindTermEnrollment.
    MOVE "N" TO ENROLL-FOUND-CHK
    MOVE AR-W-NUMBER TO W-NUMBER-IDX
    MOVE AR-YEAR TO YEAR-IDX
    MOVE AR-SEASON TO SEASON-IDX
    MOVE LOW-VALUES TO COURSE-ACR-IDX
    MOVE LOW-VALUES TO COURSE-NUM-IDX
    START idxFile KEY IS NOT LESS THAN IDX-KEY
        INVALID KEY
            MOVE "10" TO IDX-FILE-STATUS
    END-START
    IF IDX-FILE-STATUS = "00"
        READ idxFile NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF W-NUMBER-IDX = AR-W-NUMBER
                    AND YEAR-IDX = AR-YEAR
                    AND SEASON-IDX = AR-SEASON
                    MOVE "Y" TO ENROLL-FOUND-CHK
                END-IF
        END-READ
    END-IF
    IF NOT ENROLL-FOUND AND HIST-AVAIL
        MOVE AR-W-NUMBER TO W-NUMBER-HIST
        MOVE AR-YEAR TO YEAR-HIST
        MOVE AR-SEASON TO SEASON-HIST
        MOVE LOW-VALUES TO COURSE-ACR-HIST
        MOVE LOW-VALUES TO COURSE-NUM-HIST
        START histIdxFile KEY IS NOT LESS THAN HIST-IDX-KEY
            INVALID KEY
                MOVE "10" TO HIST-IDX-STATUS
        END-START
        IF HIST-IDX-STATUS = "00"
            READ histIdxFile NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF W-NUMBER-HIST = AR-W-NUMBER
                        AND YEAR-HIST = AR-YEAR
                        AND SEASON-HIST = AR-SEASON
                        MOVE "Y" TO ENROLL-FOUND-CHK
                    END-IF
            END-READ
        END-IF
    END-IF.
subPrintAccountLine.
    PERFORM subCheckPage
    ADD AR-PAYMENTS AR-ADJUSTMENTS AR-AID GIVING CREDIT-TOTAL-WS
    MOVE AR-W-NUMBER TO AR-W-NUMBER-DET
    MOVE AR-SEASON TO AR-SEASON-DET
    MOVE AR-YEAR TO AR-YEAR-DET
    MOVE AR-NAME TO AR-NAME-DET
    MOVE AR-CHARGES TO AR-CHARGES-DET
    MOVE CREDIT-TOTAL-WS TO AR-CREDITS-DET
    WRITE reportLine FROM AR-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LINE-COUNT
    ADD 1 TO CATEGORY-COUNT.
subAuditWaitlist.
    MOVE "P2Wait.dat ENTRIES FOR STUDENTS ALREADY ENROLLED"
        TO CATEGORY-HDG
    PERFORM subStartCategory
    OPEN INPUT waitFile.
    IF WAIT-FILE-STATUS = "00"
        MOVE "F" TO FILE-EOF-CHK
        PERFORM subReadWait
            PERFORM UNTIL FILE-EOF-CHK = "T"
            MOVE W-NUMBER-WAIT TO W-NUMBER-IDX
            MOVE YEAR-WAIT TO YEAR-IDX
            MOVE SEASON-WAIT TO SEASON-IDX
            MOVE COURSE-ACR-WAIT TO COURSE-ACR-IDX
            MOVE COURSE-NUM-WAIT TO COURSE-NUM-IDX
            READ idxFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM subSetAuditSection
                    PERFORM subPrintEnrollLine
                    ADD 1 TO WAIT-ENROLLED-COUNT
            END-READ
            PERFORM subReadWait
        END-PERFORM
    END-IF.
    CLOSE waitFile.
    PERFORM subEndCategory.
subReadWait.
    READ waitFile
    AT END
        MOVE "T" TO FILE-EOF-CHK
    END-READ.
subAuditCounters.
    MOVE "ENROLLED COUNTERS THAT DO NOT MATCH P2OutIdx.dat"
        TO CATEGORY-HDG
    PERFORM subStartCategory
    MOVE "F" TO FILE-EOF-CHK
    PERFORM subReadCatalogNext
        PERFORM UNTIL FILE-EOF-CHK = "T"
        MOVE "C" TO TALLY-TYPE
        MOVE CAT-IDX-ACR TO TALLY-ACR
        MOVE CAT-IDX-NUM TO TALLY-NUM
        MOVE ZERO TO TALLY-SEC
        PERFORM subGetTally
        IF CAT-IDX-ENROLLED NOT = ACTUAL-COUNT-WS
            MOVE "CATALOG" TO COUNT-FILE-DET
            MOVE CAT-IDX-ACR TO COUNT-ACR-DET
            MOVE CAT-IDX-NUM TO COUNT-NUM-DET
            MOVE SPACES TO COUNT-SEC-DET
            MOVE CAT-IDX-ENROLLED TO COUNT-STORED-DET
            PERFORM subPrintCountLine
        END-IF
        PERFORM subReadCatalogNext
    END-PERFORM.
    MOVE "F" TO FILE-EOF-CHK
    MOVE LOW-VALUES TO SEC-IDX-KEY
    START sectionIdxFile KEY IS NOT LESS THAN SEC-IDX-KEY
        INVALID KEY
            MOVE "T" TO FILE-EOF-CHK
    END-START
    IF FILE-EOF-CHK NOT = "T"
        PERFORM subReadSectionIdxNext
    END-IF
    PERFORM UNTIL FILE-EOF-CHK = "T"
        MOVE "S" TO TALLY-TYPE
        MOVE SEC-IDX-ACR TO TALLY-ACR
        MOVE SEC-IDX-NUM TO TALLY-NUM
        MOVE SEC-IDX-SEC TO TALLY-SEC
        PERFORM subGetTally
        IF SEC-IDX-ENROLLED NOT = ACTUAL-COUNT-WS
            MOVE "SECTION" TO COUNT-FILE-DET
            MOVE SEC-IDX-ACR TO COUNT-ACR-DET
            MOVE SEC-IDX-NUM TO COUNT-NUM-DET
            MOVE SEC-IDX-SEC TO COUNT-SEC-DET
            MOVE SEC-IDX-ENROLLED TO COUNT-STORED-DET
            PERFORM subPrintCountLine
        END-IF
        PERFORM subReadSectionIdxNext
    END-PERFORM.
    PERFORM subEndCategory.
subGetTally.
    READ tallyWrkFile
        INVALID KEY
            MOVE ZERO TO ACTUAL-COUNT-WS
        NOT INVALID KEY
            MOVE TALLY-COUNT TO ACTUAL-COUNT-WS
    END-READ.
subPrintCountLine.
    PERFORM subCheckPage
    MOVE ACTUAL-COUNT-WS TO COUNT-ACTUAL-DET
    WRITE reportLine FROM COUNT-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LINE-COUNT
    ADD 1 TO CATEGORY-COUNT
    ADD 1 TO COUNTER-MISMATCH-COUNT.
subReadCatalogNext.
    READ catalogIdxFile NEXT RECORD
        AT END
            MOVE "T" TO FILE-EOF-CHK
        NOT AT END
            IF CAT-IDX-STATUS NOT = "00" AND CAT-IDX-STATUS NOT = "02"
                MOVE "T" TO FILE-EOF-CHK
            END-IF
    END-READ.
subReadSectionIdxNext.
    READ sectionIdxFile NEXT RECORD
        AT END
            MOVE "T" TO FILE-EOF-CHK
        NOT AT END
            IF SEC-IDX-STATUS NOT = "00" AND SEC-IDX-STATUS NOT = "02"
                MOVE "T" TO FILE-EOF-CHK
            END-IF
    END-READ.
