        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-WRK-KEY
        FILE STATUS IS SEC-WRK-STATUS.
    SELECT OPTIONAL roomFile ASSIGN TO "P2Room.dat"
        FILE STATUS IS ROOM-FILE-STATUS.
    SELECT roomWrkFile ASSIGN TO "P2RoomWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ROOM-WRK-KEY
        FILE STATUS IS ROOM-WRK-STATUS.
    SELECT OPTIONAL journalFile ASSIGN TO "P2Journal2.dat".
DATA DIVISION.
FILE SECTION.
        02 SEC-WRK-END PIC 9(4).
        02 SEC-WRK-ROOM PIC X(8).
        02 SEC-WRK-SEATS PIC 9(3).
FD roomFile.
    01 roomRecord.
        02 ROOM-BUILDING PIC X(4).
        02 ROOM-NUMBER PIC X(4).
        02 ROOM-CAPACITY PIC 9(3).
        02 ROOM-TYPE PIC X(10).
FD roomWrkFile.
    01 roomWrkRecord.
        02 ROOM-WRK-KEY.
            03 ROOM-WRK-BUILDING PIC X(4).
            03 ROOM-WRK-NUMBER PIC X(4).
        02 ROOM-WRK-CAPACITY PIC 9(3).
        02 ROOM-WRK-TYPE PIC X(10).
FD journalFile.
    01 journalRecord.
        02 JRN-DATE PIC 9(8).
    01 CAT-WRK-STATUS PIC XX.
    01 SECTION-FILE-STATUS PIC XX.
    01 SEC-WRK-STATUS PIC XX.
    01 ROOM-FILE-STATUS PIC XX.
    01 ROOM-WRK-STATUS PIC XX.
    01 ROSTER-EOF-CHK PIC X VALUE "F".
    01 CATALOG-EOF-CHK PIC X VALUE "F".
    01 SECTION-EOF-CHK PIC X VALUE "F".
    01 ROOM-EOF-CHK PIC X VALUE "F".
    01 MENU-CHOICE PIC X.
    01 SESSION-DONE-CHK PIC X VALUE "N".
        88 SESSION-DONE VALUE "Y".
    01 ROOM-ENTRY-WS PIC X(8).
    01 SECTION-ENTRY-VALID-CHK PIC X VALUE "N".
        88 SECTION-ENTRY-VALID VALUE "Y".
    01 BUILDING-ENTRY-WS PIC X(4).
    01 ROOM-NUM-ENTRY-WS PIC X(4).
    01 CAPACITY-ENTRY-WS PIC X(3).
    01 ROOM-TYPE-ENTRY-WS PIC X(10).
    01 ROOM-ENTRY-VALID-CHK PIC X VALUE "N".
        88 ROOM-ENTRY-VALID VALUE "Y".
    01 ROOM-KEY-WS.
        02 ROOM-KEY-BUILDING PIC X(4).
        02 ROOM-KEY-NUMBER PIC X(4).
    01 SECTION-SEATS-WS PIC 9(3).
    01 ROOM-CAPACITY-WS PIC 9(3).
    01 ROOM-SCAN-DONE-CHK PIC X VALUE "N".
        88 ROOM-SCAN-DONE VALUE "Y".
    01 ROOM-IN-USE-CHK PIC X VALUE "N".
        88 ROOM-IN-USE VALUE "Y".
    01 ROOM-BOOKED-CHK PIC X VALUE "N".
        88 ROOM-BOOKED VALUE "Y".
    01 ADD-MEET-DAYS-WS.
        02 ADD-MEET-DAY-WS OCCURS 7 TIMES PIC X.
    01 ADD-MEET-START-WS PIC 9(4).
    01 ADD-MEET-END-WS PIC 9(4).
    01 CUR-MEET-DAYS-WS.
        02 CUR-MEET-DAY-WS OCCURS 7 TIMES PIC X.
    01 CUR-MEET-START-WS PIC 9(4).
    01 CUR-MEET-END-WS PIC 9(4).
    01 DAY-MATCH-CHK PIC X VALUE "N".
        88 DAY-MATCH VALUE "Y".
    01 DAY-I PIC 9(4) COMP.
    01 DAY-J PIC 9(4) COMP.
    01 BEFORE-IMAGE-WS PIC X(60).
    01 AFTER-IMAGE-WS PIC X(60).
PROCEDURE DIVISION.
    PERFORM subLoadRosterWork
    PERFORM subLoadCatalogWork
    PERFORM subLoadSectionWork
    PERFORM subLoadRoomWork
    OPEN EXTEND journalFile.
    PERFORM subShowMenu
    PERFORM subGetChoice
                                    ELSE
                                        IF MENU-CHOICE = "9"
                                            PERFORM subDeleteSection
                                        ELSE
                                        IF MENU-CHOICE = "A"
                                            OR MENU-CHOICE = "a"
                                            PERFORM subAddRoom
                                        ELSE
                                        IF MENU-CHOICE = "B"
                                            OR MENU-CHOICE = "b"
                                            PERFORM subChangeRoom
                                        ELSE
                                        IF MENU-CHOICE = "C"
                                            OR MENU-CHOICE = "c"
                                            PERFORM subDeleteRoom
                                        ELSE
                                            DISPLAY "UNKNOWN CHOICE, "
                                                "ENTER 1-9, A-C, Q OR X"
                                        END-IF
                                        END-IF
                                        END-IF
                                        END-IF
                                    END-IF
                                END-IF
        PERFORM subSaveRosterFile
        PERFORM subSaveCatalogFile
        PERFORM subSaveSectionFile
        PERFORM subSaveRoomFile
        DISPLAY "MAINTENANCE SESSION COMPLETE, CHANGES APPLIED = "
            CHANGE-COUNT
    ELSE
        DISPLAY "QUIT WITHOUT SAVING - P2Roster.dat, P2Catalog.dat, "
            "P2Section.dat AND P2Room.dat UNCHANGED, JOURNAL KEPT"
    END-IF.
    CLOSE journalFile.
    CLOSE rosterWrkFile.
    CLOSE catalogWrkFile.
    CLOSE sectionWrkFile.
    CLOSE roomWrkFile.
STOP RUN.
subShowMenu.
    DISPLAY " ".
    DISPLAY "2 = CHANGE ROSTER W-NUMBER 5 = CHANGE CATALOG ENTRY".
    DISPLAY "3 = DELETE ROSTER W-NUMBER 6 = DELETE CATALOG ENTRY".
    DISPLAY "7 = ADD SECTION            8 = CHANGE SECTION".
    DISPLAY "9 = DELETE SECTION         A = ADD ROOM".
    DISPLAY "B = CHANGE ROOM            C = DELETE ROOM".
    DISPLAY "Q = QUIT AND SAVE          X = QUIT WITHOUT SAVING".
subGetChoice.
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT START-ENTRY-WS
    DISPLAY "END TIME (HHMM): " WITH NO ADVANCING
    ACCEPT END-ENTRY-WS
    DISPLAY "ROOM (BUILDING + ROOM, EG DOJO101, BLANK IF NONE): "
        WITH NO ADVANCING
    ACCEPT ROOM-ENTRY-WS
    INSPECT ROOM-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "SEATS (3 DIGITS, 000 = NO CAP): " WITH NO ADVANCING
    ACCEPT SEATS-ENTRY-WS
    IF DAYS-ENTRY-WS = SPACES
            END-IF
        END-IF
    END-IF.
    IF SECTION-ENTRY-VALID
        AND ROOM-ENTRY-WS NOT = SPACES
        PERFORM subCheckRoomBooking
    END-IF.
subCheckRoomBooking.
    MOVE ROOM-ENTRY-WS TO ROOM-WRK-KEY
    READ roomWrkFile
        INVALID KEY
            DISPLAY "ROOM NOT ON ROOM MASTER: " ROOM-ENTRY-WS
            MOVE "N" TO SECTION-ENTRY-VALID-CHK
    END-READ
    IF SECTION-ENTRY-VALID
        MOVE SEATS-ENTRY-WS TO SECTION-SEATS-WS
        IF SECTION-SEATS-WS = ZERO
            DISPLAY "SEATS MAY NOT BE 000 (NO CAP) IN ROOM "
                ROOM-ENTRY-WS ", ROOM HOLDS " ROOM-WRK-CAPACITY
            MOVE "N" TO SECTION-ENTRY-VALID-CHK
        ELSE
            IF SECTION-SEATS-WS > ROOM-WRK-CAPACITY
                DISPLAY "SEATS " SEATS-ENTRY-WS " EXCEED CAPACITY OF ROOM "
                    ROOM-ENTRY-WS ", ROOM HOLDS " ROOM-WRK-CAPACITY
                MOVE "N" TO SECTION-ENTRY-VALID-CHK
            END-IF
        END-IF
    END-IF
    IF SECTION-ENTRY-VALID
        AND DAYS-ENTRY-WS NOT = SPACES
        MOVE DAYS-ENTRY-WS TO ADD-MEET-DAYS-WS
        MOVE START-ENTRY-WS TO ADD-MEET-START-WS
        MOVE END-ENTRY-WS TO ADD-MEET-END-WS
        MOVE "N" TO ROOM-BOOKED-CHK
        PERFORM subStartSectionScan
        PERFORM subReadBookingNext UNTIL ROOM-SCAN-DONE
        IF ROOM-BOOKED
            MOVE "N" TO SECTION-ENTRY-VALID-CHK
        END-IF
    END-IF.
subStartSectionScan.
    MOVE "N" TO ROOM-SCAN-DONE-CHK
    MOVE LOW-VALUES TO SEC-WRK-KEY
    START sectionWrkFile KEY IS NOT LESS THAN SEC-WRK-KEY
        INVALID KEY
            MOVE "Y" TO ROOM-SCAN-DONE-CHK
    END-START
    IF SEC-WRK-STATUS NOT = "00"
        MOVE "Y" TO ROOM-SCAN-DONE-CHK
    END-IF.
subReadBookingNext.
    READ sectionWrkFile NEXT RECORD
        AT END
            MOVE "Y" TO ROOM-SCAN-DONE-CHK
        NOT AT END
            IF SEC-WRK-STATUS NOT = "00" AND SEC-WRK-STATUS NOT = "02"
                MOVE "Y" TO ROOM-SCAN-DONE-CHK
            ELSE
            IF SEC-WRK-ROOM = ROOM-ENTRY-WS
                AND SEC-WRK-DAYS NOT = SPACES
                AND (SEC-WRK-ACR NOT = ACR-ENTRY-WS
                    OR SEC-WRK-NUM NOT = NUM-ENTRY-WS
                    OR SEC-WRK-SEC NOT = SEC-ENTRY-WS)
                PERFORM subCompareBooking
            END-IF
            END-IF
    END-READ.
subCompareBooking.
    MOVE SEC-WRK-DAYS TO CUR-MEET-DAYS-WS
    MOVE SEC-WRK-START TO CUR-MEET-START-WS
    MOVE SEC-WRK-END TO CUR-MEET-END-WS
    IF ADD-MEET-START-WS < CUR-MEET-END-WS
        AND CUR-MEET-START-WS < ADD-MEET-END-WS
        PERFORM subCheckDayOverlap
        IF DAY-MATCH
            DISPLAY "ROOM " ROOM-ENTRY-WS " ALREADY BOOKED BY SECTION "
                SEC-WRK-ACR " " SEC-WRK-NUM " " SEC-WRK-SEC " "
                SEC-WRK-DAYS " " SEC-WRK-START "-" SEC-WRK-END
            MOVE "Y" TO ROOM-BOOKED-CHK
        END-IF
    END-IF.
subCheckDayOverlap.
    MOVE "N" TO DAY-MATCH-CHK
    PERFORM subCompareDayPair
        VARYING DAY-I FROM 1 BY 1 UNTIL DAY-I > 7
        AFTER DAY-J FROM 1 BY 1 UNTIL DAY-J > 7.
subCompareDayPair.
    IF ADD-MEET-DAY-WS(DAY-I) NOT = SPACE
        AND ADD-MEET-DAY-WS(DAY-I) = CUR-MEET-DAY-WS(DAY-J)
        MOVE "Y" TO DAY-MATCH-CHK
    END-IF.
subBuildSectionWork.
    MOVE ACR-ENTRY-WS TO SEC-WRK-ACR
    MOVE NUM-ENTRY-WS TO SEC-WRK-NUM
                        " " NUM-ENTRY-WS " " SEC-ENTRY-WS
            END-DELETE
    END-READ.
subAcceptRoomKey.
    DISPLAY "BUILDING (UP TO 4 CHARACTERS): " WITH NO ADVANCING
    ACCEPT BUILDING-ENTRY-WS
    DISPLAY "ROOM NUMBER (UP TO 4 CHARACTERS): " WITH NO ADVANCING
    ACCEPT ROOM-NUM-ENTRY-WS
    INSPECT BUILDING-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    INSPECT ROOM-NUM-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE BUILDING-ENTRY-WS TO ROOM-KEY-BUILDING
    MOVE ROOM-NUM-ENTRY-WS TO ROOM-KEY-NUMBER.
subAcceptRoomFields.
    MOVE "N" TO ROOM-ENTRY-VALID-CHK
    DISPLAY "SEAT CAPACITY (3 DIGITS): " WITH NO ADVANCING
    ACCEPT CAPACITY-ENTRY-WS
    DISPLAY "ROOM TYPE (EG LECTURE, LAB, DOJO): " WITH NO ADVANCING
    ACCEPT ROOM-TYPE-ENTRY-WS
    INSPECT ROOM-TYPE-ENTRY-WS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF CAPACITY-ENTRY-WS IS NOT NUMERIC
        OR CAPACITY-ENTRY-WS = "000"
        DISPLAY "SEAT CAPACITY MUST BE 001-999: " CAPACITY-ENTRY-WS
    ELSE
        IF ROOM-TYPE-ENTRY-WS = SPACES
            DISPLAY "ROOM TYPE MAY NOT BE BLANK"
        ELSE
            MOVE "Y" TO ROOM-ENTRY-VALID-CHK
        END-IF
    END-IF.
subBuildRoomWork.
    MOVE BUILDING-ENTRY-WS TO ROOM-WRK-BUILDING
    MOVE ROOM-NUM-ENTRY-WS TO ROOM-WRK-NUMBER
    MOVE CAPACITY-ENTRY-WS TO ROOM-WRK-CAPACITY
    MOVE ROOM-TYPE-ENTRY-WS TO ROOM-WRK-TYPE.
subAddRoom.
    PERFORM subAcceptRoomKey
    IF BUILDING-ENTRY-WS = SPACES OR ROOM-NUM-ENTRY-WS = SPACES
        DISPLAY "BUILDING AND ROOM NUMBER MAY NOT BE BLANK"
    ELSE
        PERFORM subAcceptRoomFields
        IF ROOM-ENTRY-VALID
            PERFORM subBuildRoomWork
            WRITE roomWrkRecord
                INVALID KEY
                    DISPLAY "ROOM ALREADY ON FILE: " ROOM-KEY-WS
                NOT INVALID KEY
                    MOVE SPACES TO BEFORE-IMAGE-WS
                    MOVE roomWrkRecord TO AFTER-IMAGE-WS
                    MOVE "ROOM" TO JRN-FILE-ID
                    MOVE "ADD" TO JRN-ACTION
                    PERFORM subWriteJournal
                    DISPLAY "ROOM ADDED: " ROOM-KEY-WS
            END-WRITE
        END-IF
    END-IF.
subChangeRoom.
    PERFORM subAcceptRoomKey
    MOVE ROOM-KEY-WS TO ROOM-WRK-KEY
    READ roomWrkFile
        INVALID KEY
            DISPLAY "ROOM NOT ON FILE: " ROOM-KEY-WS
        NOT INVALID KEY
            MOVE roomWrkRecord TO BEFORE-IMAGE-WS
            PERFORM subAcceptRoomFields
            IF ROOM-ENTRY-VALID
                MOVE CAPACITY-ENTRY-WS TO ROOM-CAPACITY-WS
                PERFORM subCheckRoomSeats
            END-IF
            IF ROOM-ENTRY-VALID
                PERFORM subBuildRoomWork
                REWRITE roomWrkRecord
                    INVALID KEY
                        DISPLAY "REWRITE FAILED: " ROOM-KEY-WS
                    NOT INVALID KEY
                        MOVE roomWrkRecord TO AFTER-IMAGE-WS
                        MOVE "ROOM" TO JRN-FILE-ID
                        MOVE "CHANGE" TO JRN-ACTION
                        PERFORM subWriteJournal
                        DISPLAY "ROOM CHANGED: " ROOM-KEY-WS
                END-REWRITE
            END-IF
    END-READ.
subDeleteRoom.
    PERFORM subAcceptRoomKey
    MOVE ROOM-KEY-WS TO ROOM-WRK-KEY
    READ roomWrkFile
        INVALID KEY
            DISPLAY "ROOM NOT ON FILE: " ROOM-KEY-WS
        NOT INVALID KEY
            MOVE roomWrkRecord TO BEFORE-IMAGE-WS
            MOVE "N" TO ROOM-IN-USE-CHK
            PERFORM subStartSectionScan
            PERFORM subReadRoomUseNext UNTIL ROOM-SCAN-DONE
            IF ROOM-IN-USE
                DISPLAY "ROOM NOT DELETED, SECTIONS ARE STILL "
                    "ASSIGNED TO " ROOM-KEY-WS
            ELSE
                MOVE ROOM-KEY-WS TO ROOM-WRK-KEY
                DELETE roomWrkFile RECORD
                    INVALID KEY
                        DISPLAY "DELETE FAILED: " ROOM-KEY-WS
                    NOT INVALID KEY
                        MOVE SPACES TO AFTER-IMAGE-WS
                        MOVE "ROOM" TO JRN-FILE-ID
                        MOVE "DELETE" TO JRN-ACTION
                        PERFORM subWriteJournal
                        DISPLAY "ROOM DELETED: " ROOM-KEY-WS
                END-DELETE
            END-IF
    END-READ.
subCheckRoomSeats.
    PERFORM subStartSectionScan
    PERFORM subReadRoomSeatsNext UNTIL ROOM-SCAN-DONE.
subReadRoomSeatsNext.
    READ sectionWrkFile NEXT RECORD
        AT END
            MOVE "Y" TO ROOM-SCAN-DONE-CHK
        NOT AT END
            IF SEC-WRK-STATUS NOT = "00" AND SEC-WRK-STATUS NOT = "02"
                MOVE "Y" TO ROOM-SCAN-DONE-CHK
            ELSE
            IF SEC-WRK-ROOM = ROOM-KEY-WS
                AND (SEC-WRK-SEATS = ZERO
                    OR SEC-WRK-SEATS > ROOM-CAPACITY-WS)
                DISPLAY "CAPACITY " CAPACITY-ENTRY-WS " TOO SMALL FOR "
                    "SECTION " SEC-WRK-ACR " " SEC-WRK-NUM " "
                    SEC-WRK-SEC " SEATS " SEC-WRK-SEATS
                MOVE "N" TO ROOM-ENTRY-VALID-CHK
            END-IF
            END-IF
    END-READ.
subReadRoomUseNext.
    READ sectionWrkFile NEXT RECORD
        AT END
            MOVE "Y" TO ROOM-SCAN-DONE-CHK
        NOT AT END
            IF SEC-WRK-STATUS NOT = "00" AND SEC-WRK-STATUS NOT = "02"
                MOVE "Y" TO ROOM-SCAN-DONE-CHK
            ELSE
            IF SEC-WRK-ROOM = ROOM-KEY-WS
                MOVE "Y" TO ROOM-IN-USE-CHK
                MOVE "Y" TO ROOM-SCAN-DONE-CHK
            END-IF
            END-IF
    END-READ.
subWriteJournal.
    ACCEPT RUN-TIME-WS FROM TIME
    MOVE RUN-DATE-WS TO JRN-DATE
                MOVE "T" TO CATALOG-EOF-CHK
            END-IF
    END-READ.
subLoadRoomWork.
    OPEN INPUT roomFile.
    OPEN OUTPUT roomWrkFile.
    IF ROOM-FILE-STATUS = "00"
        PERFORM subReadRoom
            PERFORM UNTIL ROOM-EOF-CHK = "T"
            MOVE roomRecord TO roomWrkRecord
            WRITE roomWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadRoom
        END-PERFORM
    END-IF.
    CLOSE roomFile.
    CLOSE roomWrkFile.
    OPEN I-O roomWrkFile.
subReadRoom.
    READ roomFile
    AT END
        MOVE "T" TO ROOM-EOF-CHK
    END-READ.
subSaveRoomFile.
    CLOSE roomWrkFile.
    OPEN INPUT roomWrkFile.
    IF ROOM-WRK-STATUS NOT = "00"
        DISPLAY "P2Room.dat NOT SAVED, WORK FILE STATUS = "
            ROOM-WRK-STATUS
    ELSE
        OPEN OUTPUT roomFile
        MOVE "F" TO ROOM-EOF-CHK
        PERFORM subReadRoomWork
            PERFORM UNTIL ROOM-EOF-CHK = "T"
            MOVE roomWrkRecord TO roomRecord
            WRITE roomRecord
            PERFORM subReadRoomWork
        END-PERFORM
        CLOSE roomFile
    END-IF.
subReadRoomWork.
    READ roomWrkFile NEXT RECORD
        AT END
            MOVE "T" TO ROOM-EOF-CHK
        NOT AT END
            IF ROOM-WRK-STATUS NOT = "00" AND ROOM-WRK-STATUS NOT = "02"
                MOVE "T" TO ROOM-EOF-CHK
            END-IF
    END-READ.
