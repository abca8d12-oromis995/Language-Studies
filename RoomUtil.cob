IDENTIFICATION DIVISION.
PROGRAM-ID. RoomUtil.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT roomFile ASSIGN TO "P2Room.dat"
        FILE STATUS IS ROOM-FILE-STATUS.
    SELECT sectionIdxFile ASSIGN TO "P2SectionIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-IDX-KEY
        FILE STATUS IS SEC-IDX-STATUS.
    SELECT sortFile ASSIGN TO "P2RoomSort.tmp".
    SELECT reportFile ASSIGN TO "P2RoomRpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD roomFile.
    01 roomRecord.
        02 ROOM-BUILDING PIC X(4).
        02 ROOM-NUMBER PIC X(4).
        02 ROOM-CAPACITY PIC 9(3).
        02 ROOM-TYPE PIC X(10).
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
SD sortFile.
    01 sortRecord.
        02 ROOM-SRT PIC X(8).
        02 REC-TYPE-SRT PIC X.
        02 COURSE-ACR-SRT PIC X(5).
        02 COURSE-NUM-SRT PIC 9(3)X.
        02 SECTION-SRT PIC 9(2).
        02 INSTRUCTOR-SRT PIC X(20).
        02 DAYS-SRT PIC X(7).
        02 START-SRT PIC 9(4).
        02 END-SRT PIC 9(4).
        02 SEATS-SRT PIC 9(3).
        02 ENROLLED-SRT PIC 9(6).
        02 CAPACITY-SRT PIC 9(3).
        02 ROOM-TYPE-SRT PIC X(10).
FD reportFile.
    01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
    01 ROOM-FILE-STATUS PIC XX.
    01 SEC-IDX-STATUS PIC XX.
    01 ROOM-EOF-CHK PIC X VALUE "F".
    01 SEC-IDX-EOF-CHK PIC X VALUE "F".
    01 SORT-EOF-CHK PIC X VALUE "F".
    01 FIRST-ROOM-CHK PIC X VALUE "Y".
        88 FIRST-ROOM VALUE "Y".
    01 BREAK-ROOM PIC X(8).
    01 ROOM-KEY-WS.
        02 ROOM-KEY-BUILDING PIC X(4).
        02 ROOM-KEY-NUMBER PIC X(4).
    01 ROOM-CAPACITY-WS PIC 9(3).
    01 ROOM-TYPE-WS PIC X(11).
    01 MEET-DAYS-WS.
        02 MEET-DAY-WS OCCURS 7 TIMES PIC X.
    01 DAY-I PIC 9(4) COMP.
    01 DAY-COUNT-WS PIC 9.
    01 MEET-TIME-WS.
        02 MEET-HH-WS PIC 9(2).
        02 MEET-MM-WS PIC 9(2).
    01 START-MINUTES-WS PIC 9(4).
    01 END-MINUTES-WS PIC 9(4).
    01 MEET-MINUTES-WS PIC 9(4).
    01 WEEK-MINUTES-WS PIC 9(5).
    01 WEEK-HOURS-WS PIC 9(3)V99.
    01 ROOM-MINUTES-WS PIC 9(6).
    01 ROOM-HOURS-WS PIC 9(4)V99.
    01 ROOM-SECTION-COUNT PIC 9(4).
    01 ROOM-FILLED-WS PIC 9(6).
    01 ROOM-OFFERED-WS PIC 9(6).
    01 ROOM-FILL-PCT-WS PIC 9(3).
    01 FILL-WORK-WS PIC 9(9).
    01 ROOM-READ-COUNT PIC 9(6) VALUE ZERO.
    01 SECTION-READ-COUNT PIC 9(6) VALUE ZERO.
    01 NO-ROOM-COUNT PIC 9(6) VALUE ZERO.
    01 ROOM-NOT-ON-FILE-COUNT PIC 9(6) VALUE ZERO.
    01 IDLE-ROOM-COUNT PIC 9(6) VALUE ZERO.
    01 OVER-CAPACITY-COUNT PIC 9(6) VALUE ZERO.
    01 RUN-DATE-WS PIC 9(8).
    01 LINE-COUNT PIC 9(4) COMP VALUE ZERO.
    01 PAGE-NUMBER PIC 9(4) VALUE ZERO.
    01 PAGE-LINE-MAX PIC 9(4) COMP VALUE 55.
    01 HEADING-LINE-ONE.
        02 FILLER PIC X(43)
            VALUE "HOKKAIDO NINJA ACADEMY - ROOM UTILIZATION".
        02 FILLER PIC X(22) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PAGE ".
        02 PAGE-NUMBER-HDG PIC 9(4).
        02 FILLER PIC X(6) VALUE SPACES.
    01 HEADING-LINE-TWO.
        02 FILLER PIC X(5) VALUE "DATE ".
        02 RUN-DATE-HDG PIC 9(8).
        02 FILLER PIC X(67) VALUE SPACES.
    01 HEADING-LINE-THREE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(20) VALUE "SECTION".
        02 FILLER PIC X(8) VALUE "DAYS".
        02 FILLER PIC X(11) VALUE "TIME".
        02 FILLER PIC X(9) VALUE "WKLY HRS".
        02 FILLER PIC X(7) VALUE "SEATS".
        02 FILLER PIC X(10) VALUE "ENROLLED".
        02 FILLER PIC X(11) VALUE SPACES.
    01 ROOM-HEAD-LINE.
        02 FILLER PIC X(5) VALUE "ROOM ".
        02 ROOM-RHD PIC X(8).
        02 FILLER PIC X(7) VALUE "  TYPE ".
        02 ROOM-TYPE-RHD PIC X(11).
        02 FILLER PIC X(11) VALUE "  CAPACITY ".
        02 CAPACITY-RHD PIC ZZ9.
        02 FILLER PIC X(35) VALUE SPACES.
    01 DETAIL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 COURSE-ACR-DET PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 COURSE-NUM-DET PIC 9(3)X.
        02 FILLER PIC X(5) VALUE " SEC ".
        02 SECTION-DET PIC 9(2).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DAYS-DET PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 START-DET PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 END-DET PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 HOURS-DET PIC ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 SEATS-DET PIC ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 ENROLLED-DET PIC ZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 FLAG-DET PIC X(12).
    01 NO-SECTION-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(18) VALUE "NO SECTIONS BOOKED".
        02 FILLER PIC X(58) VALUE SPACES.
    01 ROOM-TOTAL-LINE-ONE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "SECTIONS = ".
        02 SECTIONS-TOT PIC ZZZ9.
        02 FILLER PIC X(19) VALUE "   WEEKLY HOURS = ".
        02 HOURS-TOT PIC ZZZ9.99.
        02 FILLER PIC X(35) VALUE SPACES.
    01 ROOM-TOTAL-LINE-TWO.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "SEATS FILLED = ".
        02 FILLED-TOT PIC ZZZZZ9.
        02 FILLER PIC X(21) VALUE " OF ROOM CAPACITY X ".
        02 FILLER PIC X(11) VALUE "SECTIONS = ".
        02 OFFERED-TOT PIC ZZZZZ9.
        02 FILLER PIC X(8) VALUE "   FILL ".
        02 FILL-PCT-TOT PIC ZZ9.
        02 FILLER PIC X VALUE "%".
        02 FILLER PIC X(5) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "ROOM UTILIZATION REPORT".
    OPEN INPUT roomFile.
    IF ROOM-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2Room.dat, STATUS = "
            ROOM-FILE-STATUS " - ADD ROOMS WITH RefMaint FIRST"
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
    MOVE RUN-DATE-WS TO RUN-DATE-HDG
    OPEN OUTPUT reportFile.
    SORT sortFile
        ON ASCENDING KEY ROOM-SRT REC-TYPE-SRT
            COURSE-ACR-SRT COURSE-NUM-SRT SECTION-SRT
        INPUT PROCEDURE IS subReleaseRooms
        OUTPUT PROCEDURE IS subPrintRooms.
    CLOSE reportFile.
    CLOSE roomFile.
    CLOSE sectionIdxFile.
    DISPLAY "====================================================".
    DISPLAY "RoomUtil RUN-CONTROL SUMMARY".
    DISPLAY "ROOMS READ             = " ROOM-READ-COUNT.
    DISPLAY "SECTIONS READ          = " SECTION-READ-COUNT.
    DISPLAY "SECTIONS WITHOUT ROOM  = " NO-ROOM-COUNT.
    DISPLAY "ROOMS NOT ON P2Room    = " ROOM-NOT-ON-FILE-COUNT.
    DISPLAY "ROOMS WITH NO SECTIONS = " IDLE-ROOM-COUNT.
    DISPLAY "SECTIONS OVER CAPACITY = " OVER-CAPACITY-COUNT.
    DISPLAY "ROOM REPORT WRITTEN TO P2RoomRpt.dat".
    DISPLAY "====================================================".
STOP RUN.
subReleaseRooms.
    PERFORM subReadRoom
        PERFORM UNTIL ROOM-EOF-CHK = "T"
        MOVE SPACES TO sortRecord
        MOVE ROOM-BUILDING TO ROOM-KEY-BUILDING
        MOVE ROOM-NUMBER TO ROOM-KEY-NUMBER
        MOVE ROOM-KEY-WS TO ROOM-SRT
        MOVE "R" TO REC-TYPE-SRT
        MOVE ZERO TO SECTION-SRT
        MOVE ZERO TO START-SRT
        MOVE ZERO TO END-SRT
        MOVE ZERO TO SEATS-SRT
        MOVE ZERO TO ENROLLED-SRT
        MOVE ROOM-CAPACITY TO CAPACITY-SRT
        MOVE ROOM-TYPE TO ROOM-TYPE-SRT
        RELEASE sortRecord
        PERFORM subReadRoom
    END-PERFORM.
    PERFORM subReadSectionNext
        PERFORM UNTIL SEC-IDX-EOF-CHK = "T"
        IF SEC-IDX-ROOM = SPACES
            ADD 1 TO NO-ROOM-COUNT
        ELSE
            MOVE SEC-IDX-ROOM TO ROOM-SRT
            MOVE "S" TO REC-TYPE-SRT
            MOVE SEC-IDX-ACR TO COURSE-ACR-SRT
            MOVE SEC-IDX-NUM TO COURSE-NUM-SRT
            MOVE SEC-IDX-SEC TO SECTION-SRT
            MOVE SEC-IDX-INSTRUCTOR TO INSTRUCTOR-SRT
            MOVE SEC-IDX-DAYS TO DAYS-SRT
            MOVE SEC-IDX-START TO START-SRT
            MOVE SEC-IDX-END TO END-SRT
            MOVE SEC-IDX-SEATS TO SEATS-SRT
            MOVE SEC-IDX-ENROLLED TO ENROLLED-SRT
            MOVE ZERO TO CAPACITY-SRT
            MOVE SPACES TO ROOM-TYPE-SRT
            RELEASE sortRecord
        END-IF
        PERFORM subReadSectionNext
    END-PERFORM.
subReadRoom.
    READ roomFile
    AT END
        MOVE "T" TO ROOM-EOF-CHK
    NOT AT END
        ADD 1 TO ROOM-READ-COUNT
    END-READ.
subReadSectionNext.
    READ sectionIdxFile NEXT RECORD
        AT END
            MOVE "T" TO SEC-IDX-EOF-CHK
        NOT AT END
            ADD 1 TO SECTION-READ-COUNT
    END-READ.
subPrintRooms.
    PERFORM subPrintHeading
    PERFORM subReturnSorted
        PERFORM UNTIL SORT-EOF-CHK = "T"
        IF FIRST-ROOM
            OR ROOM-SRT NOT = BREAK-ROOM
            IF NOT FIRST-ROOM
                PERFORM subPrintRoomTotal
            END-IF
            MOVE "N" TO FIRST-ROOM-CHK
            MOVE ROOM-SRT TO BREAK-ROOM
            PERFORM subStartRoom
        END-IF
        IF REC-TYPE-SRT = "S"
            IF LINE-COUNT > PAGE-LINE-MAX
                PERFORM subPrintHeading
                PERFORM subPrintRoomHead
            END-IF
            PERFORM subPrintSection
        END-IF
        PERFORM subReturnSorted
    END-PERFORM.
    IF NOT FIRST-ROOM
        PERFORM subPrintRoomTotal
    END-IF.
subReturnSorted.
    RETURN sortFile
        AT END
            MOVE "T" TO SORT-EOF-CHK
    END-RETURN.
subPrintHeading.
    ADD 1 TO PAGE-NUMBER
    MOVE PAGE-NUMBER TO PAGE-NUMBER-HDG
    WRITE reportLine FROM HEADING-LINE-ONE AFTER ADVANCING PAGE
    WRITE reportLine FROM HEADING-LINE-TWO AFTER ADVANCING 1 LINE
    WRITE reportLine FROM HEADING-LINE-THREE AFTER ADVANCING 2 LINES
    MOVE ZERO TO LINE-COUNT.
subStartRoom.
    MOVE ZERO TO ROOM-SECTION-COUNT
    MOVE ZERO TO ROOM-MINUTES-WS
    MOVE ZERO TO ROOM-FILLED-WS
    IF REC-TYPE-SRT = "R"
        MOVE CAPACITY-SRT TO ROOM-CAPACITY-WS
        MOVE ROOM-TYPE-SRT TO ROOM-TYPE-WS
    ELSE
        MOVE ZERO TO ROOM-CAPACITY-WS
        MOVE "NOT ON FILE" TO ROOM-TYPE-WS
        ADD 1 TO ROOM-NOT-ON-FILE-COUNT
    END-IF
    IF LINE-COUNT > PAGE-LINE-MAX
        PERFORM subPrintHeading
    END-IF
    PERFORM subPrintRoomHead.
subPrintRoomHead.
    MOVE BREAK-ROOM TO ROOM-RHD
    MOVE ROOM-TYPE-WS TO ROOM-TYPE-RHD
    MOVE ROOM-CAPACITY-WS TO CAPACITY-RHD
    WRITE reportLine FROM ROOM-HEAD-LINE AFTER ADVANCING 2 LINES
    ADD 2 TO LINE-COUNT.
subPrintSection.
    PERFORM subWeeklyMinutes
    MOVE COURSE-ACR-SRT TO COURSE-ACR-DET
    MOVE COURSE-NUM-SRT TO COURSE-NUM-DET
    MOVE SECTION-SRT TO SECTION-DET
    MOVE DAYS-SRT TO DAYS-DET
    MOVE START-SRT TO START-DET
    MOVE END-SRT TO END-DET
    MOVE WEEK-HOURS-WS TO HOURS-DET
    MOVE SEATS-SRT TO SEATS-DET
    MOVE ENROLLED-SRT TO ENROLLED-DET
    MOVE SPACES TO FLAG-DET
    IF ROOM-CAPACITY-WS > ZERO
        AND ENROLLED-SRT > ROOM-CAPACITY-WS
        MOVE "OVER CAP" TO FLAG-DET
        ADD 1 TO OVER-CAPACITY-COUNT
    END-IF
    WRITE reportLine FROM DETAIL-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LINE-COUNT
    ADD 1 TO ROOM-SECTION-COUNT
    ADD WEEK-MINUTES-WS TO ROOM-MINUTES-WS
    ADD ENROLLED-SRT TO ROOM-FILLED-WS.
subWeeklyMinutes.
    MOVE ZERO TO WEEK-MINUTES-WS
    MOVE ZERO TO WEEK-HOURS-WS
    IF DAYS-SRT NOT = SPACES
        AND END-SRT > START-SRT
        MOVE START-SRT TO MEET-TIME-WS
        MULTIPLY MEET-HH-WS BY 60 GIVING START-MINUTES-WS
        ADD MEET-MM-WS TO START-MINUTES-WS
        MOVE END-SRT TO MEET-TIME-WS
        MULTIPLY MEET-HH-WS BY 60 GIVING END-MINUTES-WS
        ADD MEET-MM-WS TO END-MINUTES-WS
        SUBTRACT START-MINUTES-WS FROM END-MINUTES-WS
            GIVING MEET-MINUTES-WS
        MOVE DAYS-SRT TO MEET-DAYS-WS
        MOVE ZERO TO DAY-COUNT-WS
        PERFORM subCountMeetDay
            VARYING DAY-I FROM 1 BY 1 UNTIL DAY-I > 7
        MULTIPLY MEET-MINUTES-WS BY DAY-COUNT-WS
            GIVING WEEK-MINUTES-WS
        DIVIDE WEEK-MINUTES-WS BY 60
            GIVING WEEK-HOURS-WS ROUNDED
    END-IF.
subCountMeetDay.
    IF MEET-DAY-WS(DAY-I) NOT = SPACE
        ADD 1 TO DAY-COUNT-WS
    END-IF.
subPrintRoomTotal.
    IF ROOM-SECTION-COUNT = ZERO
        WRITE reportLine FROM NO-SECTION-LINE AFTER ADVANCING 1 LINE
        ADD 1 TO LINE-COUNT
        ADD 1 TO IDLE-ROOM-COUNT
    END-IF
    DIVIDE ROOM-MINUTES-WS BY 60 GIVING ROOM-HOURS-WS ROUNDED
    MULTIPLY ROOM-CAPACITY-WS BY ROOM-SECTION-COUNT
        GIVING ROOM-OFFERED-WS
    IF ROOM-OFFERED-WS > ZERO
        MULTIPLY ROOM-FILLED-WS BY 100 GIVING FILL-WORK-WS
        DIVIDE FILL-WORK-WS BY ROOM-OFFERED-WS
            GIVING ROOM-FILL-PCT-WS ROUNDED
    ELSE
        MOVE ZERO TO ROOM-FILL-PCT-WS
    END-IF
    MOVE ROOM-SECTION-COUNT TO SECTIONS-TOT
    MOVE ROOM-HOURS-WS TO HOURS-TOT
    MOVE ROOM-FILLED-WS TO FILLED-TOT
    MOVE ROOM-OFFERED-WS TO OFFERED-TOT
    MOVE ROOM-FILL-PCT-WS TO FILL-PCT-TOT
    WRITE reportLine FROM ROOM-TOTAL-LINE-ONE AFTER ADVANCING 1 LINE
    WRITE reportLine FROM ROOM-TOTAL-LINE-TWO AFTER ADVANCING 1 LINE
    ADD 2 TO LINE-COUNT.
