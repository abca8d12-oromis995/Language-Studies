IDENTIFICATION DIVISION.
PROGRAM-ID. TuitStmt.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL stmtSelFile ASSIGN TO "P2StmtSel.dat"
        FILE STATUS IS STMT-SEL-STATUS.
    SELECT OPTIONAL arMastFile ASSIGN TO "P2ARMast.dat"
        FILE STATUS IS AR-MAST-STATUS.
    SELECT OPTIONAL refundHistFile ASSIGN TO "P2RefundHist.dat"
        FILE STATUS IS REFUND-HIST-STATUS.
    SELECT stmtWrkFile ASSIGN TO "P2StmtWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STW-KEY
        FILE STATUS IS STMT-WRK-STATUS.
    SELECT OPTIONAL studentFile ASSIGN TO "P2Student.dat"
        FILE STATUS IS STUDENT-FILE-STATUS.
    SELECT studentIdxFile ASSIGN TO "P2StudentIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STU-IDX-KEY
        FILE STATUS IS STU-IDX-STATUS.
    SELECT letterFile ASSIGN TO "P2TuitStmt.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT summaryFile ASSIGN TO "P2StmtSum.dat".
DATA DIVISION.
FILE SECTION.
FD stmtSelFile.
    01 stmtSelRecord.
        02 YEAR-SEL PIC 9(4).
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
FD refundHistFile.
    01 refundHistRecord.
        02 W-NUMBER-RFH PIC X(10).
        02 NAME-RFH PIC X(14).
        02 SEASON-RFH PIC X(7).
        02 YEAR-RFH PIC 9(4)X.
        02 COURSE-ACR-RFH PIC X(5).
        02 COURSE-NUM-RFH PIC 9(3)X.
        02 REFUND-RFH PIC 9(6)V99.
        02 REFUND-DATE-RFH PIC 9(8).
FD stmtWrkFile.
    01 stmtWrkRecord.
        02 STW-KEY.
            03 STW-W-NUMBER PIC X(10).
            03 STW-SEASON-RANK PIC 9.
            03 STW-SEASON PIC X(7).
        02 STW-YEAR PIC 9(4)X.
        02 STW-NAME PIC X(14).
        02 STW-CHARGES PIC 9(7)V99.
        02 STW-PAYMENTS PIC 9(7)V99.
        02 STW-ADJUSTMENTS PIC 9(7)V99.
        02 STW-AID PIC 9(7)V99.
        02 STW-REFUNDS PIC 9(7)V99.
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
FD studentIdxFile.
    01 studentIdxRecord.
        02 STU-IDX-KEY.
            03 STU-IDX-WNUM PIC X(10).
        02 STU-IDX-FULL-NAME PIC X(30).
        02 STU-IDX-ADDR1 PIC X(30).
        02 STU-IDX-ADDR2 PIC X(30).
        02 STU-IDX-CITY PIC X(20).
        02 STU-IDX-POSTAL PIC X(10).
        02 STU-IDX-EMAIL PIC X(30).
        02 STU-IDX-MAJOR PIC X(4).
FD letterFile.
    01 letterLine PIC X(80).
FD summaryFile.
    01 summaryRecord.
        02 SUM-REC-TYPE PIC X.
        02 SUM-W-NUMBER PIC X(10).
        02 SUM-NAME PIC X(14).
        02 SUM-YEAR PIC 9(4).
        02 SUM-COUNT PIC 9(6).
        02 SUM-CHARGES PIC 9(8)V99.
        02 SUM-PAYMENTS PIC 9(8)V99.
        02 SUM-ADJUSTMENTS PIC 9(8)V99.
        02 SUM-AID PIC 9(8)V99.
        02 SUM-REFUNDS PIC 9(8)V99.
WORKING-STORAGE SECTION.
    01 STMT-SEL-STATUS PIC XX.
    01 AR-MAST-STATUS PIC XX.
    01 REFUND-HIST-STATUS PIC XX.
    01 STMT-WRK-STATUS PIC XX.
    01 STUDENT-FILE-STATUS PIC XX.
    01 STU-IDX-STATUS PIC XX.
    01 AR-EOF-CHK PIC X VALUE "F".
    01 REFUND-EOF-CHK PIC X VALUE "F".
    01 WRK-EOF-CHK PIC X VALUE "F".
    01 STUDENT-EOF-CHK PIC X VALUE "F".
    01 STUDENT-AVAIL-CHK PIC X VALUE "N".
        88 STUDENT-AVAIL VALUE "Y".
    01 STU-FOUND-CHK PIC X VALUE "N".
        88 STU-FOUND VALUE "Y".
    01 FIRST-LETTER-CHK PIC X VALUE "Y".
        88 FIRST-LETTER VALUE "Y".
    01 STMT-YEAR PIC 9(4).
    01 STMT-YEAR-ENTRY PIC X(4).
    01 YEAR-SPLIT-WS.
        02 YEAR-DIGITS-WS PIC 9(4).
        02 FILLER PIC X.
    01 SEASON-RANK-SEASON-WS PIC X(7).
    01 SEASON-RANK-WS PIC 9.
    01 BREAK-W-NUMBER PIC X(10).
    01 BREAK-NAME PIC X(14).
    01 TERM-COUNT-WS PIC 9(6).
    01 STUDENT-TOTALS.
        02 CHARGES-TOT-WS PIC 9(8)V99.
        02 PAYMENTS-TOT-WS PIC 9(8)V99.
        02 ADJUSTMENTS-TOT-WS PIC 9(8)V99.
        02 AID-TOT-WS PIC 9(8)V99.
        02 REFUNDS-TOT-WS PIC 9(8)V99.
    01 RUN-TOTALS.
        02 CHARGES-RUN-WS PIC 9(9)V99 VALUE ZERO.
        02 PAYMENTS-RUN-WS PIC 9(9)V99 VALUE ZERO.
        02 ADJUSTMENTS-RUN-WS PIC 9(9)V99 VALUE ZERO.
        02 AID-RUN-WS PIC 9(9)V99 VALUE ZERO.
        02 REFUNDS-RUN-WS PIC 9(9)V99 VALUE ZERO.
    01 AR-READ-COUNT PIC 9(6) VALUE ZERO.
    01 AR-TERM-COUNT PIC 9(6) VALUE ZERO.
    01 REFUND-READ-COUNT PIC 9(6) VALUE ZERO.
    01 REFUND-TERM-COUNT PIC 9(6) VALUE ZERO.
    01 LETTER-COUNT PIC 9(6) VALUE ZERO.
    01 MISSING-ADDR-COUNT PIC 9(6) VALUE ZERO.
    01 RUN-DATE-WS PIC 9(8).
    01 SCHOOL-LINE.
        02 FILLER PIC X(22) VALUE "HOKKAIDO NINJA ACADEMY".
        02 FILLER PIC X(58) VALUE SPACES.
    01 TITLE-LINE.
        02 FILLER PIC X(24) VALUE "ANNUAL TUITION STATEMENT".
        02 FILLER PIC X(37) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "DATE ".
        02 RUN-DATE-TTL PIC 9(8).
        02 FILLER PIC X(6) VALUE SPACES.
    01 STUDENT-LINE.
        02 FILLER PIC X(9) VALUE "STUDENT: ".
        02 NAME-STU PIC X(14).
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "W-NUMBER: ".
        02 W-NUMBER-STU PIC X(10).
        02 FILLER PIC X(34) VALUE SPACES.
    01 YEAR-LINE.
        02 FILLER PIC X(15) VALUE "CALENDAR YEAR: ".
        02 YEAR-YRL PIC 9(4).
        02 FILLER PIC X(61) VALUE SPACES.
    01 COLUMN-LINE.
        02 FILLER PIC X(17) VALUE "  TERM".
        02 FILLER PIC X(12) VALUE "      BILLED".
        02 FILLER PIC X(12) VALUE "    PAYMENTS".
        02 FILLER PIC X(12) VALUE " ADJUSTMENTS".
        02 FILLER PIC X(12) VALUE "         AID".
        02 FILLER PIC X(12) VALUE "     REFUNDS".
        02 FILLER PIC X(3) VALUE SPACES.
    01 TERM-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SEASON-TRM PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 YEAR-TRM PIC 9(4)X.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CHARGES-TRM PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PAYMENTS-TRM PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 ADJUSTMENTS-TRM PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 AID-TRM PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 REFUNDS-TRM PIC Z(7)9.99.
        02 FILLER PIC X(3) VALUE SPACES.
    01 TOTAL-LINE.
        02 FILLER PIC X(16) VALUE "  YEAR TOTAL".
        02 CHARGES-TTL PIC Z(8)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PAYMENTS-TTL PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 ADJUSTMENTS-TTL PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 AID-TTL PIC Z(7)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 REFUNDS-TTL PIC Z(7)9.99.
        02 FILLER PIC X(3) VALUE SPACES.
    01 ADDR-CITY-LINE.
        02 CITY-ADR PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 POSTAL-ADR PIC X(10).
        02 FILLER PIC X(49) VALUE SPACES.
    01 CLOSING-LINE.
        02 FILLER PIC X(59)
            VALUE "AMOUNTS COVER EVERY TERM OF THE CALENDAR YEAR SHOWN ABOVE.".
        02 FILLER PIC X(21) VALUE SPACES.
    01 CLOSING-LINE-TWO.
        02 FILLER PIC X(58)
            VALUE "PLEASE CONTACT THE BURSAR IF ANY AMOUNT IS INCORRECT.".
        02 FILLER PIC X(22) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "ANNUAL TUITION STATEMENTS".
    PERFORM subLoadSelection
    OPEN OUTPUT stmtWrkFile.
    CLOSE stmtWrkFile.
    OPEN I-O stmtWrkFile.
    PERFORM subLoadAccounts
    PERFORM subLoadRefunds
    PERFORM subLoadStudents
    OPEN OUTPUT letterFile.
    OPEN OUTPUT summaryFile.
    MOVE LOW-VALUES TO STW-KEY
    START stmtWrkFile KEY IS NOT LESS THAN STW-KEY
        INVALID KEY
            MOVE "T" TO WRK-EOF-CHK
    END-START
    IF WRK-EOF-CHK NOT = "T"
        PERFORM subReadWorkNext
    END-IF
    PERFORM UNTIL WRK-EOF-CHK = "T"
        IF FIRST-LETTER
            OR STW-W-NUMBER NOT = BREAK-W-NUMBER
            IF NOT FIRST-LETTER
                PERFORM subPrintClosing
            END-IF
            MOVE "N" TO FIRST-LETTER-CHK
            MOVE STW-W-NUMBER TO BREAK-W-NUMBER
            MOVE STW-NAME TO BREAK-NAME
            PERFORM subPrintLetterHeading
        END-IF
        PERFORM subPrintTermLine
        PERFORM subReadWorkNext
    END-PERFORM.
    IF NOT FIRST-LETTER
        PERFORM subPrintClosing
    END-IF.
    MOVE "T" TO SUM-REC-TYPE
    MOVE SPACES TO SUM-W-NUMBER
    MOVE SPACES TO SUM-NAME
    MOVE STMT-YEAR TO SUM-YEAR
    MOVE LETTER-COUNT TO SUM-COUNT
    MOVE CHARGES-RUN-WS TO SUM-CHARGES
    MOVE PAYMENTS-RUN-WS TO SUM-PAYMENTS
    MOVE ADJUSTMENTS-RUN-WS TO SUM-ADJUSTMENTS
    MOVE AID-RUN-WS TO SUM-AID
    MOVE REFUNDS-RUN-WS TO SUM-REFUNDS
    WRITE summaryRecord.
    CLOSE letterFile.
    CLOSE summaryFile.
    CLOSE stmtWrkFile.
    IF STUDENT-AVAIL
        CLOSE studentIdxFile
    END-IF.
    DISPLAY "====================================================".
    DISPLAY "TuitStmt RUN-CONTROL SUMMARY".
    DISPLAY "CALENDAR YEAR       = " STMT-YEAR.
    DISPLAY "AR TERMS READ       = " AR-READ-COUNT.
    DISPLAY "AR TERMS IN YEAR    = " AR-TERM-COUNT.
    DISPLAY "REFUNDS READ        = " REFUND-READ-COUNT.
    DISPLAY "REFUNDS IN YEAR     = " REFUND-TERM-COUNT.
    DISPLAY "STATEMENTS WRITTEN  = " LETTER-COUNT.
    DISPLAY "CHARGES TOTAL       = " CHARGES-RUN-WS.
    DISPLAY "PAYMENTS TOTAL      = " PAYMENTS-RUN-WS.
    DISPLAY "ADJUSTMENTS TOTAL   = " ADJUSTMENTS-RUN-WS.
    DISPLAY "AID TOTAL           = " AID-RUN-WS.
    DISPLAY "REFUNDS TOTAL       = " REFUNDS-RUN-WS.
    IF MISSING-ADDR-COUNT > ZERO
        DISPLAY "STATEMENTS WITHOUT ADDRESS = " MISSING-ADDR-COUNT
            " - UPDATE P2Student.dat WITH StuMaint"
    END-IF.
    DISPLAY "STATEMENTS WRITTEN TO P2TuitStmt.dat".
    DISPLAY "BURSAR SUMMARY WRITTEN TO P2StmtSum.dat".
    DISPLAY "====================================================".
STOP RUN.
subLoadSelection.
    OPEN INPUT stmtSelFile.
    IF STMT-SEL-STATUS = "00"
        READ stmtSelFile
            AT END
                PERFORM subPromptSelection
            NOT AT END
                MOVE YEAR-SEL TO STMT-YEAR-ENTRY
        END-READ
        CLOSE stmtSelFile
    ELSE
        PERFORM subPromptSelection
    END-IF.
    IF STMT-YEAR-ENTRY IS NOT NUMERIC
        DISPLAY "INVALID CALENDAR YEAR: " STMT-YEAR-ENTRY
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE STMT-YEAR-ENTRY TO STMT-YEAR.
subPromptSelection.
    DISPLAY "ENTER CALENDAR YEAR (4 DIGITS): " WITH NO ADVANCING
    ACCEPT STMT-YEAR-ENTRY.
subLoadAccounts.
    OPEN INPUT arMastFile.
    IF AR-MAST-STATUS NOT = "00"
        DISPLAY "P2ARMast.dat NOT PRESENT - STATEMENTS SHOW REFUNDS ONLY"
    ELSE
        PERFORM subReadMaster
            PERFORM UNTIL AR-EOF-CHK = "T"
            ADD 1 TO AR-READ-COUNT
            MOVE AR-YEAR TO YEAR-SPLIT-WS
            IF YEAR-DIGITS-WS IS NUMERIC
                AND YEAR-DIGITS-WS = STMT-YEAR
                ADD 1 TO AR-TERM-COUNT
                MOVE AR-W-NUMBER TO STW-W-NUMBER
                MOVE AR-SEASON TO STW-SEASON
                MOVE AR-SEASON TO SEASON-RANK-SEASON-WS
                PERFORM subSeasonRank
                MOVE SEASON-RANK-WS TO STW-SEASON-RANK
                READ stmtWrkFile
                    INVALID KEY
                        MOVE AR-YEAR TO STW-YEAR
                        MOVE AR-NAME TO STW-NAME
                        MOVE AR-CHARGES TO STW-CHARGES
                        MOVE AR-PAYMENTS TO STW-PAYMENTS
                        MOVE AR-ADJUSTMENTS TO STW-ADJUSTMENTS
                        MOVE AR-AID TO STW-AID
                        MOVE ZERO TO STW-REFUNDS
                        WRITE stmtWrkRecord
                            INVALID KEY
                                DISPLAY "STATEMENT WORK WRITE FAILED FOR "
                                    STW-KEY
                        END-WRITE
                    NOT INVALID KEY
                        ADD AR-CHARGES TO STW-CHARGES
                        ADD AR-PAYMENTS TO STW-PAYMENTS
                        ADD AR-ADJUSTMENTS TO STW-ADJUSTMENTS
                        ADD AR-AID TO STW-AID
                        REWRITE stmtWrkRecord
                            INVALID KEY
                                DISPLAY "STATEMENT WORK REWRITE FAILED FOR "
                                    STW-KEY
                        END-REWRITE
                END-READ
            END-IF
            PERFORM subReadMaster
        END-PERFORM
    END-IF.
    CLOSE arMastFile.
subReadMaster.
    READ arMastFile
    AT END
        MOVE "T" TO AR-EOF-CHK
    END-READ.
subLoadRefunds.
    OPEN INPUT refundHistFile.
    IF REFUND-HIST-STATUS NOT = "00"
        DISPLAY "P2RefundHist.dat NOT PRESENT - STATEMENTS SHOW NO REFUNDS"
    ELSE
        PERFORM subReadRefund
            PERFORM UNTIL REFUND-EOF-CHK = "T"
            ADD 1 TO REFUND-READ-COUNT
            MOVE YEAR-RFH TO YEAR-SPLIT-WS
            IF YEAR-DIGITS-WS IS NUMERIC
                AND YEAR-DIGITS-WS = STMT-YEAR
                ADD 1 TO REFUND-TERM-COUNT
                MOVE W-NUMBER-RFH TO STW-W-NUMBER
                MOVE SEASON-RFH TO STW-SEASON
                MOVE SEASON-RFH TO SEASON-RANK-SEASON-WS
                PERFORM subSeasonRank
                MOVE SEASON-RANK-WS TO STW-SEASON-RANK
                READ stmtWrkFile
                    INVALID KEY
                        MOVE YEAR-RFH TO STW-YEAR
                        MOVE NAME-RFH TO STW-NAME
                        MOVE ZERO TO STW-CHARGES
                        MOVE ZERO TO STW-PAYMENTS
                        MOVE ZERO TO STW-ADJUSTMENTS
                        MOVE ZERO TO STW-AID
                        MOVE REFUND-RFH TO STW-REFUNDS
                        WRITE stmtWrkRecord
                            INVALID KEY
                                DISPLAY "STATEMENT WORK WRITE FAILED FOR "
                                    STW-KEY
                        END-WRITE
                    NOT INVALID KEY
                        ADD REFUND-RFH TO STW-REFUNDS
                        REWRITE stmtWrkRecord
                            INVALID KEY
                                DISPLAY "STATEMENT WORK REWRITE FAILED FOR "
                                    STW-KEY
                        END-REWRITE
                END-READ
            END-IF
            PERFORM subReadRefund
        END-PERFORM
    END-IF.
    CLOSE refundHistFile.
subReadRefund.
    READ refundHistFile
    AT END
        MOVE "T" TO REFUND-EOF-CHK
    END-READ.
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
                    MOVE 9 TO SEASON-RANK-WS
                END-IF
            END-IF
        END-IF
    END-IF.
subLoadStudents.
    OPEN INPUT studentFile.
    IF STUDENT-FILE-STATUS = "00"
        OPEN OUTPUT studentIdxFile
        PERFORM subReadStudent
            PERFORM UNTIL STUDENT-EOF-CHK = "T"
            MOVE studentRecord TO studentIdxRecord
            WRITE studentIdxRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadStudent
        END-PERFORM
        CLOSE studentIdxFile
        OPEN INPUT studentIdxFile
        MOVE "Y" TO STUDENT-AVAIL-CHK
    ELSE
        DISPLAY "P2Student.dat NOT PRESENT - STATEMENTS WILL HAVE NO "
            "ADDRESS BLOCK"
    END-IF.
    CLOSE studentFile.
subReadStudent.
    READ studentFile
    AT END
        MOVE "T" TO STUDENT-EOF-CHK
    END-READ.
subReadWorkNext.
    READ stmtWrkFile NEXT RECORD
        AT END
            MOVE "T" TO WRK-EOF-CHK
        NOT AT END
            IF STMT-WRK-STATUS NOT = "00" AND STMT-WRK-STATUS NOT = "02"
                MOVE "T" TO WRK-EOF-CHK
            END-IF
    END-READ.
subPrintAddressBlock.
    MOVE "N" TO STU-FOUND-CHK
    IF STUDENT-AVAIL
        MOVE BREAK-W-NUMBER TO STU-IDX-WNUM
        READ studentIdxFile
            INVALID KEY
                CONTINUE
        END-READ
        IF STU-IDX-STATUS = "00"
            MOVE "Y" TO STU-FOUND-CHK
        END-IF
    END-IF
    IF STU-FOUND
        MOVE STU-IDX-FULL-NAME TO letterLine
        WRITE letterLine AFTER ADVANCING 1 LINE
        MOVE STU-IDX-ADDR1 TO letterLine
        WRITE letterLine AFTER ADVANCING 1 LINE
        IF STU-IDX-ADDR2 NOT = SPACES
            MOVE STU-IDX-ADDR2 TO letterLine
            WRITE letterLine AFTER ADVANCING 1 LINE
        END-IF
        MOVE STU-IDX-CITY TO CITY-ADR
        MOVE STU-IDX-POSTAL TO POSTAL-ADR
        WRITE letterLine FROM ADDR-CITY-LINE AFTER ADVANCING 1 LINE
    ELSE
        ADD 1 TO MISSING-ADDR-COUNT
    END-IF.
subPrintLetterHeading.
    MOVE ZERO TO TERM-COUNT-WS
    MOVE ZERO TO CHARGES-TOT-WS
    MOVE ZERO TO PAYMENTS-TOT-WS
    MOVE ZERO TO ADJUSTMENTS-TOT-WS
    MOVE ZERO TO AID-TOT-WS
    MOVE ZERO TO REFUNDS-TOT-WS
    MOVE RUN-DATE-WS TO RUN-DATE-TTL
    MOVE BREAK-NAME TO NAME-STU
    MOVE BREAK-W-NUMBER TO W-NUMBER-STU
    MOVE STMT-YEAR TO YEAR-YRL
    WRITE letterLine FROM SCHOOL-LINE AFTER ADVANCING PAGE
    WRITE letterLine FROM TITLE-LINE AFTER ADVANCING 1 LINE
    MOVE SPACES TO letterLine
    WRITE letterLine AFTER ADVANCING 1 LINE
    PERFORM subPrintAddressBlock
    WRITE letterLine FROM STUDENT-LINE AFTER ADVANCING 1 LINE
    WRITE letterLine FROM YEAR-LINE AFTER ADVANCING 1 LINE
    MOVE SPACES TO letterLine
    WRITE letterLine AFTER ADVANCING 1 LINE
    WRITE letterLine FROM COLUMN-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LETTER-COUNT.
subPrintTermLine.
    MOVE STW-SEASON TO SEASON-TRM
    MOVE STW-YEAR TO YEAR-TRM
    MOVE STW-CHARGES TO CHARGES-TRM
    MOVE STW-PAYMENTS TO PAYMENTS-TRM
    MOVE STW-ADJUSTMENTS TO ADJUSTMENTS-TRM
    MOVE STW-AID TO AID-TRM
    MOVE STW-REFUNDS TO REFUNDS-TRM
    WRITE letterLine FROM TERM-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO TERM-COUNT-WS
    ADD STW-CHARGES TO CHARGES-TOT-WS
    ADD STW-PAYMENTS TO PAYMENTS-TOT-WS
    ADD STW-ADJUSTMENTS TO ADJUSTMENTS-TOT-WS
    ADD STW-AID TO AID-TOT-WS
    ADD STW-REFUNDS TO REFUNDS-TOT-WS.
subPrintClosing.
    MOVE CHARGES-TOT-WS TO CHARGES-TTL
    MOVE PAYMENTS-TOT-WS TO PAYMENTS-TTL
    MOVE ADJUSTMENTS-TOT-WS TO ADJUSTMENTS-TTL
    MOVE AID-TOT-WS TO AID-TTL
    MOVE REFUNDS-TOT-WS TO REFUNDS-TTL
    WRITE letterLine FROM TOTAL-LINE AFTER ADVANCING 2 LINES
    WRITE letterLine FROM CLOSING-LINE AFTER ADVANCING 2 LINES
    WRITE letterLine FROM CLOSING-LINE-TWO AFTER ADVANCING 1 LINE
    MOVE "S" TO SUM-REC-TYPE
    MOVE BREAK-W-NUMBER TO SUM-W-NUMBER
    MOVE BREAK-NAME TO SUM-NAME
    MOVE STMT-YEAR TO SUM-YEAR
    MOVE TERM-COUNT-WS TO SUM-COUNT
    MOVE CHARGES-TOT-WS TO SUM-CHARGES
    MOVE PAYMENTS-TOT-WS TO SUM-PAYMENTS
    MOVE ADJUSTMENTS-TOT-WS TO SUM-ADJUSTMENTS
    MOVE AID-TOT-WS TO SUM-AID
    MOVE REFUNDS-TOT-WS TO SUM-REFUNDS
    WRITE summaryRecord
    ADD CHARGES-TOT-WS TO CHARGES-RUN-WS
    ADD PAYMENTS-TOT-WS TO PAYMENTS-RUN-WS
    ADD ADJUSTMENTS-TOT-WS TO ADJUSTMENTS-RUN-WS
    ADD AID-TOT-WS TO AID-RUN-WS
    ADD REFUNDS-TOT-WS TO REFUNDS-RUN-WS.
