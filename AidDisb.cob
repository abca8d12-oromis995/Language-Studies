IDENTIFICATION DIVISION.
PROGRAM-ID. AidDisb.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL awardMastFile ASSIGN TO "P2Award.dat"
        FILE STATUS IS AWARD-MAST-STATUS.
    SELECT awardWrkFile ASSIGN TO "P2AidAwdWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AWD-WRK-KEY
        FILE STATUS IS AWARD-WRK-STATUS.
    SELECT idxFile ASSIGN TO "P2OutIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDX-KEY
        FILE STATUS IS IDX-FILE-STATUS.
    SELECT catalogIdxFile ASSIGN TO "P2CatalogIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-IDX-KEY
        FILE STATUS IS CAT-IDX-STATUS.
    SELECT OPTIONAL dropLogFile ASSIGN TO "P2DropLog.dat"
        FILE STATUS IS DROP-LOG-STATUS.
    SELECT dropWrkFile ASSIGN TO "P2AidDropWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DROP-WRK-KEY
        FILE STATUS IS DROP-WRK-STATUS.
    SELECT OPTIONAL arMastFile ASSIGN TO "P2ARMast.dat"
        FILE STATUS IS AR-MAST-STATUS.
    SELECT arWrkFile ASSIGN TO "P2AidARWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-WRK-KEY
        FILE STATUS IS AR-WRK-STATUS.
    SELECT OPTIONAL rptSelFile ASSIGN TO "P2RptSel.dat"
        FILE STATUS IS RPT-SEL-STATUS.
    SELECT aidTxnFile ASSIGN TO "P2AidTxn.dat".
    SELECT reportFile ASSIGN TO "P2AidReg.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD awardMastFile.
    01 awardMastRecord.
        02 AWD-W-NUMBER PIC X(10).
        02 AWD-YEAR PIC 9(4)X.
        02 AWD-SEASON PIC X(7).
        02 AWD-FUND PIC X(5).
        02 AWD-AMOUNT PIC 9(6)V99.
        02 AWD-MIN-CREDITS PIC 9(2).
        02 AWD-DISBURSED PIC 9(6)V99.
        02 AWD-LAST-DATE PIC 9(8).
FD awardWrkFile.
    01 awardWrkRecord.
        02 AWD-WRK-KEY.
            03 AWD-WRK-WNUM PIC X(10).
            03 AWD-WRK-YEAR PIC 9(4)X.
            03 AWD-WRK-SEASON PIC X(7).
            03 AWD-WRK-FUND PIC X(5).
        02 AWD-WRK-AMOUNT PIC 9(6)V99.
        02 AWD-WRK-MIN-CREDITS PIC 9(2).
        02 AWD-WRK-DISBURSED PIC 9(6)V99.
        02 AWD-WRK-LAST-DATE PIC 9(8).
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
FD dropLogFile.
    01 dropLogRecord.
        02 NAME-DRP PIC X(14).
        02 W-NUMBER-DRP PIC X(10).
        02 SEASON-DRP PIC X(7).
        02 YEAR-DRP PIC 9(4)X.
        02 COURSE-ACR-DRP PIC X(5).
        02 COURSE-NUM-DRP PIC 9(3)X.
        02 COURSE-NAME-DRP PIC X(24).
        02 RETURN-DRP PIC X.
        02 SECTION-DRP PIC 9(2).
        02 DROP-DATE-DRP PIC 9(8).
        02 REFUNDED-DRP PIC X.
FD dropWrkFile.
    01 dropWrkRecord.
        02 DROP-WRK-KEY.
            03 DROP-WRK-WNUM PIC X(10).
            03 DROP-WRK-YEAR PIC 9(4)X.
            03 DROP-WRK-SEASON PIC X(7).
        02 DROP-WRK-DATE PIC 9(8).
        02 DROP-WRK-ACR PIC X(5).
        02 DROP-WRK-NUM PIC 9(3)X.
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
FD arWrkFile.
    01 arWrkRecord.
        02 AR-WRK-KEY.
            03 AR-WRK-WNUM PIC X(10).
            03 AR-WRK-YEAR PIC 9(4)X.
            03 AR-WRK-SEASON PIC X(7).
        02 AR-WRK-NAME PIC X(14).
        02 AR-WRK-CHARGES PIC 9(7)V99.
        02 AR-WRK-PAYMENTS PIC 9(7)V99.
        02 AR-WRK-ADJUSTMENTS PIC 9(7)V99.
        02 AR-WRK-LAST-DATE PIC 9(8).
        02 AR-WRK-AID PIC 9(7)V99.
FD rptSelFile.
    01 rptSelRecord.
        02 SEASON-SEL PIC X(7).
        02 YEAR-SEL PIC 9(4)X.
FD aidTxnFile.
    01 aidTxnRecord.
        02 AIDT-W-NUMBER PIC X(10).
        02 AIDT-YEAR PIC 9(4)X.
        02 AIDT-SEASON PIC X(7).
        02 AIDT-FUND PIC X(5).
        02 AIDT-ACTION PIC X.
        02 AIDT-AMOUNT PIC 9(6)V99.
        02 AIDT-DATE PIC 9(8).
FD reportFile.
    01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
    01 AWARD-MAST-STATUS PIC XX.
    01 AWARD-WRK-STATUS PIC XX.
    01 IDX-FILE-STATUS PIC XX.
    01 CAT-IDX-STATUS PIC XX.
    01 DROP-LOG-STATUS PIC XX.
    01 DROP-WRK-STATUS PIC XX.
    01 AR-MAST-STATUS PIC XX.
    01 AR-WRK-STATUS PIC XX.
    01 RPT-SEL-STATUS PIC XX.
    01 AWARD-EOF-CHK PIC X VALUE "F".
    01 IDX-EOF-CHK PIC X VALUE "F".
    01 DROP-EOF-CHK PIC X VALUE "F".
    01 MAST-EOF-CHK PIC X VALUE "F".
    01 CREDIT-SCAN-DONE-CHK PIC X VALUE "N".
        88 CREDIT-SCAN-DONE VALUE "Y".
    01 ACCT-FOUND-CHK PIC X VALUE "N".
        88 ACCT-FOUND VALUE "Y".
    01 TERM-OPEN-CHK PIC X VALUE "N".
        88 TERM-OPEN VALUE "Y".
    01 SEASON-VALID-CHK PIC X VALUE "N".
        88 SEASON-VALID VALUE "Y".
    01 AID-SEASON PIC X(7).
    01 AID-YEAR PIC 9(4)X.
    01 YEAR-SPLIT-WS.
        02 YEAR-DIGITS-WS PIC 9(4).
        02 FILLER PIC X.
    01 OPEN-TERM-TABLE.
        02 OPEN-TERM OCCURS 50 TIMES INDEXED BY OPEN-IDX.
            03 OPEN-SEASON-TBL PIC X(7).
            03 OPEN-YEAR-TBL PIC 9(4)X.
    01 OPEN-TERM-COUNT PIC 9(4) COMP VALUE ZERO.
    01 CUR-CREDITS-WS PIC 9(3).
    01 TARGET-AMOUNT-WS PIC 9(6)V99.
    01 AID-DELTA-WS PIC S9(7)V99.
    01 AID-AMOUNT-WS PIC 9(6)V99.
    01 AID-ACTION-WS PIC X.
    01 AID-REASON-WS PIC X(21).
    01 DROP-REASON-WS.
        02 FILLER PIC X(5) VALUE "DROP ".
        02 DROP-REASON-ACR PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 DROP-REASON-NUM PIC 9(3)X.
        02 FILLER PIC X(6) VALUE SPACES.
    01 RUN-DATE-WS PIC 9(8).
    01 AWARD-LOAD-COUNT PIC 9(6) VALUE ZERO.
    01 AWARD-CHECK-COUNT PIC 9(6) VALUE ZERO.
    01 TERM-CLOSED-COUNT PIC 9(6) VALUE ZERO.
    01 DISBURSE-COUNT PIC 9(6) VALUE ZERO.
    01 REVERSE-COUNT PIC 9(6) VALUE ZERO.
    01 REDUCE-COUNT PIC 9(6) VALUE ZERO.
    01 MAST-LOAD-COUNT PIC 9(6) VALUE ZERO.
    01 MAST-SAVE-COUNT PIC 9(6) VALUE ZERO.
    01 DISBURSE-TOTAL PIC 9(8)V99 VALUE ZERO.
    01 REVERSE-TOTAL PIC 9(8)V99 VALUE ZERO.
    01 LINE-COUNT PIC 9(4) COMP VALUE ZERO.
    01 PAGE-NUMBER PIC 9(4) VALUE ZERO.
    01 PAGE-LINE-MAX PIC 9(4) COMP VALUE 55.
    01 HEADING-LINE-ONE.
        02 FILLER PIC X(50)
            VALUE "HOKKAIDO NINJA ACADEMY - AID DISBURSEMENT REGISTER".
        02 FILLER PIC X(15) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PAGE ".
        02 PAGE-NUMBER-HDG PIC 9(4).
        02 FILLER PIC X(6) VALUE SPACES.
    01 HEADING-LINE-TWO.
        02 FILLER PIC X(9) VALUE "RUN DATE ".
        02 RUN-DATE-HDG PIC 9(8).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 SEASON-HDG PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 YEAR-HDG PIC 9(4)X.
        02 FILLER PIC X(43) VALUE SPACES.
    01 HEADING-LINE-THREE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "W-NUMBER".
        02 FILLER PIC X(14) VALUE "TERM".
        02 FILLER PIC X(6) VALUE "FUND".
        02 FILLER PIC X(9) VALUE "ACTION".
        02 FILLER PIC X(4) VALUE "CRS".
        02 FILLER PIC X(3) VALUE "MN".
        02 FILLER PIC X(11) VALUE "    AMOUNT".
        02 FILLER PIC X(20) VALUE "REASON".
    01 DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 W-NUMBER-DET PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 SEASON-DET PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 YEAR-DET PIC 9(4)X.
        02 FILLER PIC X VALUE SPACE.
        02 FUND-DET PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 ACTION-DET PIC X(8).
        02 FILLER PIC X VALUE SPACE.
        02 CREDITS-DET PIC ZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 MIN-CREDITS-DET PIC Z9.
        02 FILLER PIC X VALUE SPACE.
        02 AMOUNT-DET PIC Z(5)9.99.
        02 FILLER PIC X VALUE SPACE.
        02 REASON-DET PIC X(21).
    01 TOTAL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TOTAL-LABEL PIC X(21).
        02 TOTAL-AMOUNT-TOT PIC Z(7)9.99.
        02 FILLER PIC X(46) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    DISPLAY "FINANCIAL AID DISBURSEMENT".
    PERFORM subLoadSelection
    OPEN OUTPUT aidTxnFile.
    OPEN OUTPUT reportFile.
    MOVE AID-SEASON TO SEASON-HDG
    MOVE AID-YEAR TO YEAR-HDG
    IF AID-SEASON = "ALL"
        MOVE SPACES TO YEAR-HDG
    END-IF
    PERFORM subPrintHeading
    OPEN INPUT awardMastFile.
    IF AWARD-MAST-STATUS NOT = "00"
        DISPLAY "NO AWARDS ON P2Award.dat - NOTHING TO DISBURSE"
        CLOSE awardMastFile
        CLOSE aidTxnFile
        CLOSE reportFile
        STOP RUN
    END-IF.
    CLOSE awardMastFile.
    OPEN INPUT catalogIdxFile.
    IF CAT-IDX-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2CatalogIdx.dat, STATUS = "
            CAT-IDX-STATUS " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT idxFile.
    IF IDX-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2OutIdx.dat, STATUS = " IDX-FILE-STATUS
            " - RUN TFile FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subLoadOpenTerms
    PERFORM subLoadDropWork
    PERFORM subLoadAwardWork
    PERFORM subLoadMaster
    MOVE "F" TO AWARD-EOF-CHK
    PERFORM subReadAwardWork
        PERFORM UNTIL AWARD-EOF-CHK = "T"
        PERFORM subCheckOneAward
        PERFORM subReadAwardWork
    END-PERFORM.
    MOVE "TOTAL DISBURSED =    " TO TOTAL-LABEL
    MOVE DISBURSE-TOTAL TO TOTAL-AMOUNT-TOT
    WRITE reportLine FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
    MOVE "TOTAL REVERSED =     " TO TOTAL-LABEL
    MOVE REVERSE-TOTAL TO TOTAL-AMOUNT-TOT
    WRITE reportLine FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
    CLOSE idxFile.
    CLOSE catalogIdxFile.
    CLOSE dropWrkFile.
    CLOSE aidTxnFile.
    CLOSE reportFile.
    PERFORM subSaveMaster
    PERFORM subSaveAwardFile
    DISPLAY "====================================================".
    DISPLAY "AidDisb RUN-CONTROL SUMMARY".
    DISPLAY "AWARDS LOADED    = " AWARD-LOAD-COUNT.
    DISPLAY "AWARDS CHECKED   = " AWARD-CHECK-COUNT.
    DISPLAY "TERM NOT OPEN    = " TERM-CLOSED-COUNT.
    DISPLAY "DISBURSEMENTS    = " DISBURSE-COUNT.
    DISPLAY "REVERSALS        = " REVERSE-COUNT.
    DISPLAY "REDUCTIONS       = " REDUCE-COUNT.
    DISPLAY "AMOUNT DISBURSED = " DISBURSE-TOTAL.
    DISPLAY "AMOUNT REVERSED  = " REVERSE-TOTAL.
    DISPLAY "ACCOUNTS LOADED  = " MAST-LOAD-COUNT.
    DISPLAY "ACCOUNTS SAVED   = " MAST-SAVE-COUNT.
    DISPLAY "REGISTER WRITTEN TO P2AidReg.dat".
    DISPLAY "====================================================".
STOP RUN.
subLoadSelection.
    OPEN INPUT rptSelFile.
    IF RPT-SEL-STATUS = "00"
        READ rptSelFile
            AT END
                PERFORM subPromptSelection
            NOT AT END
                MOVE SEASON-SEL TO AID-SEASON
                MOVE YEAR-SEL TO AID-YEAR
                PERFORM subNormalizeSeason
                PERFORM subValidateSelection
        END-READ
        CLOSE rptSelFile
    ELSE
        PERFORM subPromptSelection
    END-IF.
subPromptSelection.
    DISPLAY "ENTER SEASON (OR ALL FOR EVERY TERM): " WITH NO ADVANCING
    ACCEPT AID-SEASON
    PERFORM subNormalizeSeason
    IF AID-SEASON NOT = "ALL"
        DISPLAY "ENTER YEAR (4 DIGITS): " WITH NO ADVANCING
        ACCEPT AID-YEAR
    END-IF.
subNormalizeSeason.
    INSPECT AID-SEASON
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF AID-SEASON = "FALL"
        MOVE "AUTUMN" TO AID-SEASON
    END-IF.
subValidateSelection.
    IF AID-SEASON NOT = "ALL"
        PERFORM subCheckSeasonValid
        MOVE AID-YEAR TO YEAR-SPLIT-WS
        IF NOT SEASON-VALID
            OR YEAR-DIGITS-WS IS NOT NUMERIC
            DISPLAY "INVALID SELECTION IN P2RptSel.dat: "
                AID-SEASON " " AID-YEAR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
subCheckSeasonValid.
    MOVE "N" TO SEASON-VALID-CHK
    IF AID-SEASON = "WINTER" OR AID-SEASON = "SPRING"
        OR AID-SEASON = "SUMMER" OR AID-SEASON = "AUTUMN"
        MOVE "Y" TO SEASON-VALID-CHK
    END-IF.
subLoadOpenTerms.
    PERFORM subReadIdxNext
        PERFORM UNTIL IDX-EOF-CHK = "T"
        SET OPEN-IDX TO 1
        SEARCH OPEN-TERM VARYING OPEN-IDX
            AT END
                PERFORM subAddOpenTerm
            WHEN OPEN-IDX NOT > OPEN-TERM-COUNT
                AND OPEN-SEASON-TBL(OPEN-IDX) = SEASON-IDX
                AND OPEN-YEAR-TBL(OPEN-IDX) = YEAR-IDX
                CONTINUE
        END-SEARCH
        PERFORM subReadIdxNext
    END-PERFORM.
subReadIdxNext.
    READ idxFile NEXT RECORD
        AT END
            MOVE "T" TO IDX-EOF-CHK
    END-READ.
subAddOpenTerm.
    IF OPEN-TERM-COUNT NOT < 50
        DISPLAY "OPEN TERM TABLE FULL - P2OutIdx.dat HAS MORE THAN 50 "
            "TERMS, INCREASE OPEN-TERM OCCURS AND RECOMPILE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO OPEN-TERM-COUNT
    SET OPEN-IDX TO OPEN-TERM-COUNT
    MOVE SEASON-IDX TO OPEN-SEASON-TBL(OPEN-IDX)
    MOVE YEAR-IDX TO OPEN-YEAR-TBL(OPEN-IDX).
subLoadDropWork.
    OPEN OUTPUT dropWrkFile.
    OPEN INPUT dropLogFile.
    IF DROP-LOG-STATUS = "00"
        PERFORM subReadDrop
            PERFORM UNTIL DROP-EOF-CHK = "T"
            PERFORM subNoteOneDrop
            PERFORM subReadDrop
        END-PERFORM
    END-IF.
    CLOSE dropLogFile.
    CLOSE dropWrkFile.
    OPEN I-O dropWrkFile.
subReadDrop.
    READ dropLogFile
    AT END
        MOVE "T" TO DROP-EOF-CHK
    END-READ.
subNoteOneDrop.
    MOVE W-NUMBER-DRP TO DROP-WRK-WNUM
    MOVE YEAR-DRP TO DROP-WRK-YEAR
    MOVE SEASON-DRP TO DROP-WRK-SEASON
    READ dropWrkFile
        INVALID KEY
            MOVE DROP-DATE-DRP TO DROP-WRK-DATE
            MOVE COURSE-ACR-DRP TO DROP-WRK-ACR
            MOVE COURSE-NUM-DRP TO DROP-WRK-NUM
            WRITE dropWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            IF DROP-DATE-DRP NOT < DROP-WRK-DATE
                MOVE DROP-DATE-DRP TO DROP-WRK-DATE
                MOVE COURSE-ACR-DRP TO DROP-WRK-ACR
                MOVE COURSE-NUM-DRP TO DROP-WRK-NUM
                REWRITE dropWrkRecord
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-READ.
subLoadAwardWork.
    OPEN INPUT awardMastFile.
    OPEN OUTPUT awardWrkFile.
    MOVE "F" TO AWARD-EOF-CHK
    PERFORM subReadAward
        PERFORM UNTIL AWARD-EOF-CHK = "T"
        MOVE awardMastRecord TO awardWrkRecord
        WRITE awardWrkRecord
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO AWARD-LOAD-COUNT
        END-WRITE
        PERFORM subReadAward
    END-PERFORM.
    CLOSE awardMastFile.
    CLOSE awardWrkFile.
    OPEN I-O awardWrkFile.
subReadAward.
    READ awardMastFile
    AT END
        MOVE "T" TO AWARD-EOF-CHK
    END-READ.
subReadAwardWork.
    READ awardWrkFile NEXT RECORD
        AT END
            MOVE "T" TO AWARD-EOF-CHK
        NOT AT END
            IF AWARD-WRK-STATUS NOT = "00" AND AWARD-WRK-STATUS NOT = "02"
                MOVE "T" TO AWARD-EOF-CHK
            END-IF
    END-READ.
subLoadMaster.
    OPEN INPUT arMastFile.
    OPEN OUTPUT arWrkFile.
    IF AR-MAST-STATUS = "00"
        PERFORM subReadMaster
            PERFORM UNTIL MAST-EOF-CHK = "T"
            MOVE AR-W-NUMBER TO AR-WRK-WNUM
            MOVE AR-YEAR TO AR-WRK-YEAR
            MOVE AR-SEASON TO AR-WRK-SEASON
            MOVE AR-NAME TO AR-WRK-NAME
            MOVE AR-CHARGES TO AR-WRK-CHARGES
            MOVE AR-PAYMENTS TO AR-WRK-PAYMENTS
            MOVE AR-ADJUSTMENTS TO AR-WRK-ADJUSTMENTS
            MOVE AR-LAST-DATE TO AR-WRK-LAST-DATE
            MOVE AR-AID TO AR-WRK-AID
            WRITE arWrkRecord
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO MAST-LOAD-COUNT
            END-WRITE
            PERFORM subReadMaster
        END-PERFORM
    END-IF.
    CLOSE arMastFile.
    CLOSE arWrkFile.
    OPEN I-O arWrkFile.
subReadMaster.
    READ arMastFile
    AT END
        MOVE "T" TO MAST-EOF-CHK
    END-READ.
subCheckOneAward.
    IF AID-SEASON = "ALL"
        OR (AWD-WRK-SEASON = AID-SEASON AND AWD-WRK-YEAR = AID-YEAR)
        MOVE "N" TO TERM-OPEN-CHK
        SET OPEN-IDX TO 1
        SEARCH OPEN-TERM VARYING OPEN-IDX
            AT END
                CONTINUE
            WHEN OPEN-IDX NOT > OPEN-TERM-COUNT
                AND OPEN-SEASON-TBL(OPEN-IDX) = AWD-WRK-SEASON
                AND OPEN-YEAR-TBL(OPEN-IDX) = AWD-WRK-YEAR
                MOVE "Y" TO TERM-OPEN-CHK
        END-SEARCH
        IF TERM-OPEN
            ADD 1 TO AWARD-CHECK-COUNT
            PERFORM subCountCredits
            PERFORM subApplyAward
        ELSE
            ADD 1 TO TERM-CLOSED-COUNT
        END-IF
    END-IF.
subCountCredits.
    MOVE ZERO TO CUR-CREDITS-WS
    MOVE "N" TO CREDIT-SCAN-DONE-CHK
    MOVE AWD-WRK-WNUM TO W-NUMBER-IDX
    MOVE AWD-WRK-YEAR TO YEAR-IDX
    MOVE AWD-WRK-SEASON TO SEASON-IDX
    MOVE LOW-VALUES TO COURSE-ACR-IDX
    MOVE LOW-VALUES TO COURSE-NUM-IDX
    START idxFile KEY IS NOT LESS THAN IDX-KEY
        INVALID KEY
            MOVE "Y" TO CREDIT-SCAN-DONE-CHK
    END-START
    IF IDX-FILE-STATUS NOT = "00"
        MOVE "Y" TO CREDIT-SCAN-DONE-CHK
    END-IF
    PERFORM subReadCreditNext UNTIL CREDIT-SCAN-DONE.
subReadCreditNext.
    READ idxFile NEXT RECORD
        AT END
            MOVE "Y" TO CREDIT-SCAN-DONE-CHK
        NOT AT END
            IF W-NUMBER-IDX NOT = AWD-WRK-WNUM
                OR YEAR-IDX NOT = AWD-WRK-YEAR
                OR SEASON-IDX NOT = AWD-WRK-SEASON
                MOVE "Y" TO CREDIT-SCAN-DONE-CHK
            ELSE
                MOVE COURSE-ACR-IDX TO CAT-IDX-ACR
                MOVE COURSE-NUM-IDX TO CAT-IDX-NUM
                READ catalogIdxFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD CAT-IDX-CREDITS TO CUR-CREDITS-WS
                END-READ
            END-IF
    END-READ.
subApplyAward.
    IF CUR-CREDITS-WS < AWD-WRK-MIN-CREDITS
        MOVE ZERO TO TARGET-AMOUNT-WS
    ELSE
        MOVE AWD-WRK-AMOUNT TO TARGET-AMOUNT-WS
    END-IF
    SUBTRACT AWD-WRK-DISBURSED FROM TARGET-AMOUNT-WS
        GIVING AID-DELTA-WS
    IF AID-DELTA-WS NOT = ZERO
        IF AID-DELTA-WS > ZERO
            MOVE "D" TO AID-ACTION-WS
            MOVE AID-DELTA-WS TO AID-AMOUNT-WS
            MOVE "DISBURSE" TO ACTION-DET
            IF AWD-WRK-DISBURSED = ZERO
                MOVE "ELIGIBLE" TO AID-REASON-WS
            ELSE
                MOVE "AWARD AMOUNT RAISED" TO AID-REASON-WS
            END-IF
            ADD 1 TO DISBURSE-COUNT
            ADD AID-AMOUNT-WS TO DISBURSE-TOTAL
        ELSE
            MOVE "R" TO AID-ACTION-WS
            MULTIPLY AID-DELTA-WS BY -1 GIVING AID-AMOUNT-WS
            IF TARGET-AMOUNT-WS = ZERO
                MOVE "REVERSE" TO ACTION-DET
                PERFORM subFindDropReason
                ADD 1 TO REVERSE-COUNT
            ELSE
                MOVE "REDUCE" TO ACTION-DET
                MOVE "AWARD AMOUNT LOWERED" TO AID-REASON-WS
                ADD 1 TO REDUCE-COUNT
            END-IF
            ADD AID-AMOUNT-WS TO REVERSE-TOTAL
        END-IF
        PERFORM subPostAccount
        MOVE TARGET-AMOUNT-WS TO AWD-WRK-DISBURSED
        MOVE RUN-DATE-WS TO AWD-WRK-LAST-DATE
        REWRITE awardWrkRecord
            INVALID KEY
                DISPLAY "AWARD WORK REWRITE FAILED FOR " AWD-WRK-WNUM
        END-REWRITE
        PERFORM subWriteAidTxn
        PERFORM subPrintAwardLine
    END-IF.
subFindDropReason.
    MOVE "BELOW MINIMUM CREDITS" TO AID-REASON-WS
    MOVE AWD-WRK-WNUM TO DROP-WRK-WNUM
    MOVE AWD-WRK-YEAR TO DROP-WRK-YEAR
    MOVE AWD-WRK-SEASON TO DROP-WRK-SEASON
    READ dropWrkFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DROP-WRK-DATE NOT < AWD-WRK-LAST-DATE
                MOVE DROP-WRK-ACR TO DROP-REASON-ACR
                MOVE DROP-WRK-NUM TO DROP-REASON-NUM
                MOVE DROP-REASON-WS TO AID-REASON-WS
            END-IF
    END-READ.
subPostAccount.
    MOVE AWD-WRK-WNUM TO AR-WRK-WNUM
    MOVE AWD-WRK-YEAR TO AR-WRK-YEAR
    MOVE AWD-WRK-SEASON TO AR-WRK-SEASON
    MOVE "N" TO ACCT-FOUND-CHK
    READ arWrkFile
        INVALID KEY
            CONTINUE
    END-READ
    IF AR-WRK-STATUS = "00"
        MOVE "Y" TO ACCT-FOUND-CHK
    END-IF
    IF NOT ACCT-FOUND
        MOVE SPACES TO AR-WRK-NAME
        MOVE ZERO TO AR-WRK-CHARGES
        MOVE ZERO TO AR-WRK-PAYMENTS
        MOVE ZERO TO AR-WRK-ADJUSTMENTS
        MOVE ZERO TO AR-WRK-AID
        MOVE RUN-DATE-WS TO AR-WRK-LAST-DATE
        WRITE arWrkRecord
            INVALID KEY
                DISPLAY "AR WORK WRITE FAILED FOR " AR-WRK-WNUM
        END-WRITE
    END-IF
    IF AID-ACTION-WS = "D"
        ADD AID-AMOUNT-WS TO AR-WRK-AID
    ELSE
        IF AID-AMOUNT-WS > AR-WRK-AID
            MOVE ZERO TO AR-WRK-AID
        ELSE
            SUBTRACT AID-AMOUNT-WS FROM AR-WRK-AID
        END-IF
    END-IF
    MOVE RUN-DATE-WS TO AR-WRK-LAST-DATE
    REWRITE arWrkRecord
        INVALID KEY
            DISPLAY "AR WORK REWRITE FAILED FOR " AR-WRK-WNUM
    END-REWRITE.
subWriteAidTxn.
    MOVE AWD-WRK-WNUM TO AIDT-W-NUMBER
    MOVE AWD-WRK-YEAR TO AIDT-YEAR
    MOVE AWD-WRK-SEASON TO AIDT-SEASON
    MOVE AWD-WRK-FUND TO AIDT-FUND
    MOVE AID-ACTION-WS TO AIDT-ACTION
    MOVE AID-AMOUNT-WS TO AIDT-AMOUNT
    MOVE RUN-DATE-WS TO AIDT-DATE
    WRITE aidTxnRecord.
subPrintHeading.
    ADD 1 TO PAGE-NUMBER
    MOVE PAGE-NUMBER TO PAGE-NUMBER-HDG
    MOVE RUN-DATE-WS TO RUN-DATE-HDG
    WRITE reportLine FROM HEADING-LINE-ONE AFTER ADVANCING PAGE
    WRITE reportLine FROM HEADING-LINE-TWO AFTER ADVANCING 1 LINE
    WRITE reportLine FROM HEADING-LINE-THREE AFTER ADVANCING 2 LINES
    MOVE ZERO TO LINE-COUNT.
subPrintAwardLine.
    IF LINE-COUNT > PAGE-LINE-MAX
        PERFORM subPrintHeading
    END-IF
    MOVE AWD-WRK-WNUM TO W-NUMBER-DET
    MOVE AWD-WRK-SEASON TO SEASON-DET
    MOVE AWD-WRK-YEAR TO YEAR-DET
    MOVE AWD-WRK-FUND TO FUND-DET
    MOVE CUR-CREDITS-WS TO CREDITS-DET
    MOVE AWD-WRK-MIN-CREDITS TO MIN-CREDITS-DET
    MOVE AID-AMOUNT-WS TO AMOUNT-DET
    MOVE AID-REASON-WS TO REASON-DET
    WRITE reportLine FROM DETAIL-LINE AFTER ADVANCING 1 LINE
    ADD 1 TO LINE-COUNT.
subSaveMaster.
    CLOSE arWrkFile.
    OPEN INPUT arWrkFile.
    IF AR-WRK-STATUS NOT = "00"
        DISPLAY "P2ARMast.dat NOT SAVED, WORK FILE STATUS = "
            AR-WRK-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT arMastFile
        MOVE "F" TO MAST-EOF-CHK
        PERFORM subReadWork
            PERFORM UNTIL MAST-EOF-CHK = "T"
            MOVE AR-WRK-WNUM TO AR-W-NUMBER
            MOVE AR-WRK-YEAR TO AR-YEAR
            MOVE AR-WRK-SEASON TO AR-SEASON
            MOVE AR-WRK-NAME TO AR-NAME
            MOVE AR-WRK-CHARGES TO AR-CHARGES
            MOVE AR-WRK-PAYMENTS TO AR-PAYMENTS
            MOVE AR-WRK-ADJUSTMENTS TO AR-ADJUSTMENTS
            MOVE AR-WRK-LAST-DATE TO AR-LAST-DATE
            MOVE AR-WRK-AID TO AR-AID
            WRITE arMastRecord
            ADD 1 TO MAST-SAVE-COUNT
            PERFORM subReadWork
        END-PERFORM
        CLOSE arMastFile
    END-IF.
    CLOSE arWrkFile.
subReadWork.
    READ arWrkFile NEXT RECORD
        AT END
            MOVE "T" TO MAST-EOF-CHK
        NOT AT END
            IF AR-WRK-STATUS NOT = "00" AND AR-WRK-STATUS NOT = "02"
                MOVE "T" TO MAST-EOF-CHK
            END-IF
    END-READ.
subSaveAwardFile.
    CLOSE awardWrkFile.
    OPEN INPUT awardWrkFile.
    IF AWARD-WRK-STATUS NOT = "00"
        DISPLAY "P2Award.dat NOT SAVED, WORK FILE STATUS = "
            AWARD-WRK-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT awardMastFile
        MOVE "F" TO AWARD-EOF-CHK
        PERFORM subReadAwardWork
            PERFORM UNTIL AWARD-EOF-CHK = "T"
            MOVE awardWrkRecord TO awardMastRecord
            WRITE awardMastRecord
            PERFORM subReadAwardWork
        END-PERFORM
        CLOSE awardMastFile
    END-IF.
    CLOSE awardWrkFile.
